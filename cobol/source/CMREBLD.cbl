003400*                  A 'RST' ROW'S AFTER IMAGE RESTORES IT, SO A    *
003500*                  BACKED-OUT RUN REBUILDS AS BACKED OUT          *
003600*                  INSTEAD OF REPLAYED.                           *
003610* 2026-10-14 MAR   THE CUSTDETL DETAIL SEGMENT IS NOW REBUILT AS  *
003620*                  OF THE TARGET TOO, WHEN A CUSTDETR DATASET IS  *
003630*                  SUPPLIED.  THERE IS NO DETAIL SNAPSHOT, SO IT  *
003640*                  RUNS THE OTHER WAY: THE CURRENT CUSTDETL IS    *
003650*                  COPIED TO CUSTDETR (1500) AND EVERY DETAIL-    *
003660*                  SEGMENT JOURNAL ROW ('DAD'/'DCH') STAMPED      *
003670*                  AFTER THE TARGET IS UNDONE (3200) -- THE FIRST *
003680*                  SUCH ROW FOR A KEY CARRIES ITS ROW AS IT STOOD *
003690*                  AT THE TARGET.  DETAIL ROWS NEVER TOUCH THE    *
003695*                  REBUILT MASTER.                                *
003700******************************************************************
003800 Environment Division.
003900 Input-Output Section.
005500         Access Mode is Random
005600         Record Key is SD-001 OF CUSTMASR-REC
005700         File Status is WS-CUSTMASR-STATUS.
005710
005720     Select Current-Detail Assign to 'CUSTDETL'
005730         Organization is Indexed
005740         Access Mode is Sequential
005750         Record Key is CDT-CUSTOMER-KEY OF CUSTDETL-REC
005760         File Status is WS-CUSTDETL-STATUS.
005770
005780     Select Rebuilt-Detail Assign to 'CUSTDETR'
005790         Organization is Indexed
005792         Access Mode is Random
005794         Record Key is CDT-CUSTOMER-KEY OF CUSTDETR-REC
005796         File Status is WS-CUSTDETR-STATUS.
005800 Data Division.
005900 File Section.
006000 FD  Prior-Snapshot
007600     Label Records are Standard
007700     Recording Mode is F.
007800 COPY SOMEDATA Replacing ==SOME-DATA== By ==CUSTMASR-REC==.
007810
007820 FD  Current-Detail
007830     Label Records are Standard
007840     Recording Mode is F.
007850 COPY CUSTDETL Replacing ==CDT-DETAIL-RECORD== By
007860                         ==CUSTDETL-REC==.
007870
007880 FD  Rebuilt-Detail
007890     Label Records are Standard
007892     Recording Mode is F.
007894 COPY CUSTDETL Replacing ==CDT-DETAIL-RECORD== By
007896                         ==CUSTDETR-REC==.
007900
008000 Working-Storage Section.
008100 01  CONSTANTS.
008500 01  WS-CMJRNL-STATUS         PIC X(002) VALUE '00'.
008600 01  WS-CMRBPARM-STATUS       PIC X(002) VALUE '00'.
008700 01  WS-CUSTMASR-STATUS       PIC X(002) VALUE '00'.
008710 01  WS-CUSTDETL-STATUS       PIC X(002) VALUE '00'.
008720 01  WS-CUSTDETR-STATUS       PIC X(002) VALUE '00'.
008800
008900 01  WS-SWITCHES.
009000     05  WS-SNAPSHOT-EOF-SW   PIC X(001) VALUE 'N'.
009100         88  WS-SNAPSHOT-EOF      VALUE 'Y'.
009200     05  WS-JOURNAL-EOF-SW    PIC X(001) VALUE 'N'.
009300         88  WS-JOURNAL-EOF       VALUE 'Y'.
009310     05  WS-CUSTDETL-EOF-SW   PIC X(001) VALUE 'N'.
009320         88  WS-CUSTDETL-EOF      VALUE 'Y'.
009330     05  WS-DETAIL-REBUILD-SW PIC X(001) VALUE 'N'.
009340         88  WS-DETAIL-REBUILD    VALUE 'Y'.
009350     05  WS-FOUND-SW          PIC X(001) VALUE 'N'.
009360         88  WS-FOUND             VALUE 'Y'.
009400
009500*
009600* THE REBUILD TARGET FROM CMRBPARM.  A MISSING OR UNREADABLE
009800* THROUGH THE END OF THE JOURNAL.
009900 01  WS-TARGET-DATE           PIC 9(008) VALUE 99999999.
010000 01  WS-TARGET-TIME           PIC 9(008) VALUE 99999999.
010010
010020*
010030* KEYS WHOSE DETAIL ROW HAS ALREADY BEEN PUT BACK AS IT STOOD AT
010040* THE TARGET.  ANY LATER JOURNAL ROW FOR THE KEY IS SUPERSEDED.
010050* ONCE THE TABLE FILLS, NO FURTHER ROW CAN BE UNDONE SAFELY, SO
010060* THE DETAIL REBUILD STOPS THERE AND THE RUN ENDS WITH RC 4.
010070 01  WS-UNDONE-TABLE.
010080     05  WS-UNDONE-KEY        PIC X(008) OCCURS 5000 TIMES.
010090 01  WS-UNDONE-MAX            PIC 9(004) COMP-5 VALUE 5000.
010092 01  WS-UNDONE-COUNT          PIC 9(004) COMP-5 VALUE 0.
010094 01  WS-UNDONE-SUB            PIC 9(004) COMP-5 VALUE 0.
010100
010200 01  WS-COUNTERS.
010300     05  WS-SNAP-RECS-LOADED  PIC 9(009) COMP-5 VALUE 0.
010400     05  WS-JRNL-RECS-READ    PIC 9(009) COMP-5 VALUE 0.
010500     05  WS-JRNL-RECS-APPLIED PIC 9(009) COMP-5 VALUE 0.
010600     05  WS-JRNL-RECS-SKIPPED PIC 9(009) COMP-5 VALUE 0.
010610     05  WS-DTL-RECS-COPIED   PIC 9(009) COMP-5 VALUE 0.
010620     05  WS-DTL-ROWS-CURRENT  PIC 9(009) COMP-5 VALUE 0.
010630     05  WS-DTL-ROWS-UNDONE   PIC 9(009) COMP-5 VALUE 0.
010640     05  WS-DTL-ROWS-SUPERSEDED
010650                              PIC 9(009) COMP-5 VALUE 0.
010700
010800******************************************************************
010900 Procedure Division.
017900         SET WS-JOURNAL-EOF TO TRUE
018000     END-IF
018100
018110     PERFORM 1500-COPY-CURRENT-DETAIL THRU 1500-EXIT
018120
018200     PERFORM 8000-READ-SNAPSHOT THRU 8000-EXIT
018300     IF NOT WS-JOURNAL-EOF
018400         PERFORM 8100-READ-JOURNAL THRU 8100-EXIT
018700     .
018800 1000-EXIT.
018900     EXIT.
018910
018912******************************************************************
018914* 1500-COPY-CURRENT-DETAIL  --  COPIES TODAY'S CUSTDETL INTO THE *
018916*                               CUSTDETR REBUILD, WHICH 3200     *
018918*                               THEN WINDS BACK TO THE TARGET.   *
018920*                               NO CUSTDETL OR NO CUSTDETR MEANS *
018922*                               A MASTER-ONLY REBUILD, AS        *
018924*                               BEFORE.                          *
018926******************************************************************
018928 1500-COPY-CURRENT-DETAIL.
018930
018932     OPEN INPUT Current-Detail
018934     IF WS-CUSTDETL-STATUS NOT = '00'
018936         DISPLAY MYNAME ' NO CUSTDETL, STATUS = '
018938             WS-CUSTDETL-STATUS ' -- DETAIL NOT REBUILT'
018940         GO TO 1500-EXIT
018942     END-IF
018944
018946     OPEN OUTPUT Rebuilt-Detail
018948     IF WS-CUSTDETR-STATUS NOT = '00'
018950         DISPLAY MYNAME ' NO CUSTDETR, STATUS = '
018952             WS-CUSTDETR-STATUS ' -- DETAIL NOT REBUILT'
018954         CLOSE Current-Detail
018956         GO TO 1500-EXIT
018958     END-IF
018960
018962     PERFORM 8200-READ-CURRENT-DETAIL THRU 8200-EXIT
018964     PERFORM UNTIL WS-CUSTDETL-EOF
018966         MOVE CUSTDETL-REC TO CUSTDETR-REC
018968         WRITE CUSTDETR-REC
018970             INVALID KEY
018972                 DISPLAY MYNAME ' DUPLICATE CUSTDETL KEY '
018974                     CDT-CUSTOMER-KEY OF CUSTDETL-REC
018976         END-WRITE
018978         ADD 1 TO WS-DTL-RECS-COPIED
018980         PERFORM 8200-READ-CURRENT-DETAIL THRU 8200-EXIT
018982     END-PERFORM
018984
018986     CLOSE Current-Detail
018988     CLOSE Rebuilt-Detail
018990     OPEN I-O Rebuilt-Detail
018992     IF WS-CUSTDETR-STATUS = '00'
018994         SET WS-DETAIL-REBUILD TO TRUE
018996     END-IF
018997
018998     .
018999 1500-EXIT.
019000     EXIT.
019001
019100******************************************************************
019200* 2000-LOAD-SNAPSHOT  --  COPIES THE CURRENT SNAPSHOT RECORD     *
019300*                         INTO THE REBUILT MASTER.               *
021800*                         APPENDED IN TIME ORDER, BUT THE WHOLE  *
021900*                         FILE IS STILL WALKED SO THE SKIPPED    *
022000*                         COUNT REPORTS WHAT WAS LEFT UNAPPLIED. *
022050*                         DETAIL-SEGMENT ROWS GO TO 3200.        *
022100******************************************************************
022200 3000-APPLY-JOURNAL.
022300
022310     IF CMJ-ACTION-DETAIL
022320         PERFORM 3200-UNDO-DETAIL THRU 3200-EXIT
022330         PERFORM 8100-READ-JOURNAL THRU 8100-EXIT
022340         GO TO 3000-EXIT
022350     END-IF
022360
022400     IF CMJ-TIMESTAMP-DATE > WS-TARGET-DATE
022500         OR (CMJ-TIMESTAMP-DATE = WS-TARGET-DATE
022600             AND CMJ-TIMESTAMP-TIME > WS-TARGET-TIME)
027300     .
027400 3100-EXIT.
027500     EXIT.
027501
027502******************************************************************
027503* 3200-UNDO-DETAIL  --  ONE DETAIL-SEGMENT JOURNAL ROW.  A ROW   *
027504*                       ON OR BEFORE THE TARGET IS ALREADY IN    *
027505*                       THE COPIED CUSTDETL.  THE FIRST ROW PAST *
027506*                       THE TARGET FOR A KEY PUTS ITS BEFORE     *
027507*                       IMAGE BACK -- OR DELETES THE ROW, WHEN   *
027508*                       THE BEFORE IMAGE IS SPACES; LATER ROWS   *
027509*                       FOR THE KEY ARE SUPERSEDED BY IT.        *
027510******************************************************************
027511 3200-UNDO-DETAIL.
027512
027513     IF NOT WS-DETAIL-REBUILD
027514         GO TO 3200-EXIT
027515     END-IF
027516
027517     IF CMJ-TIMESTAMP-DATE < WS-TARGET-DATE
027518         OR (CMJ-TIMESTAMP-DATE = WS-TARGET-DATE
027519             AND CMJ-TIMESTAMP-TIME NOT > WS-TARGET-TIME)
027520         ADD 1 TO WS-DTL-ROWS-CURRENT
027521         GO TO 3200-EXIT
027522     END-IF
027523
027524     MOVE 'N' TO WS-FOUND-SW
027525     MOVE 0 TO WS-UNDONE-SUB
027526     PERFORM UNTIL WS-FOUND OR WS-UNDONE-SUB >= WS-UNDONE-COUNT
027527         ADD 1 TO WS-UNDONE-SUB
027528         IF WS-UNDONE-KEY (WS-UNDONE-SUB) = CMJ-CUSTOMER-KEY
027529             SET WS-FOUND TO TRUE
027530         END-IF
027531     END-PERFORM
027532     IF WS-FOUND
027533         ADD 1 TO WS-DTL-ROWS-SUPERSEDED
027534         GO TO 3200-EXIT
027535     END-IF
027536
027537     IF WS-UNDONE-COUNT >= WS-UNDONE-MAX
027538         DISPLAY MYNAME ' DETAIL UNDO TABLE FULL AT KEY '
027539             CMJ-CUSTOMER-KEY ' -- DETAIL REBUILD STOPPED'
027540         CLOSE Rebuilt-Detail
027541         MOVE 'N' TO WS-DETAIL-REBUILD-SW
027542         MOVE 4 TO RETURN-CODE
027543         GO TO 3200-EXIT
027544     END-IF
027545     ADD 1 TO WS-UNDONE-COUNT
027546     MOVE CMJ-CUSTOMER-KEY TO WS-UNDONE-KEY (WS-UNDONE-COUNT)
027547
027548     MOVE CMJ-CUSTOMER-KEY TO CDT-CUSTOMER-KEY OF CUSTDETR-REC
027549     IF CMJ-DTL-BEFORE-IMAGE = SPACES
027550         DELETE Rebuilt-Detail RECORD
027551             INVALID KEY
027552                 CONTINUE
027553         END-DELETE
027554     ELSE
027555         READ Rebuilt-Detail
027556             INVALID KEY
027557                 MOVE CMJ-DTL-BEFORE-IMAGE TO CUSTDETR-REC
027558                 WRITE CUSTDETR-REC
027559             NOT INVALID KEY
027560                 MOVE CMJ-DTL-BEFORE-IMAGE TO CUSTDETR-REC
027561                 REWRITE CUSTDETR-REC
027562         END-READ
027563     END-IF
027564     ADD 1 TO WS-DTL-ROWS-UNDONE
027565
027566     .
027567 3200-EXIT.
027568     EXIT.
027600
027700******************************************************************
027800* 4000-TERMINATE  --  CLOSES THE FILES AND REPORTS THE REBUILD   *
028500     IF WS-CMJRNL-STATUS = '00' OR WS-CMJRNL-STATUS = '10'
028600         CLOSE Journal-File
028700     END-IF
028710     IF WS-DETAIL-REBUILD
028720         CLOSE Rebuilt-Detail
028730     END-IF
028800
028900     DISPLAY MYNAME ' SNAPSHOT RECORDS LOADED = '
029000         WS-SNAP-RECS-LOADED
029400         WS-JRNL-RECS-APPLIED
029500     DISPLAY MYNAME ' JOURNAL ROWS SKIPPED    = '
029600         WS-JRNL-RECS-SKIPPED
029610     DISPLAY MYNAME ' DETAIL RECORDS COPIED   = '
029620         WS-DTL-RECS-COPIED
029630     DISPLAY MYNAME ' DETAIL ROWS CURRENT     = '
029640         WS-DTL-ROWS-CURRENT
029650     DISPLAY MYNAME ' DETAIL ROWS UNDONE      = '
029660         WS-DTL-ROWS-UNDONE
029670     DISPLAY MYNAME ' DETAIL ROWS SUPERSEDED  = '
029680         WS-DTL-ROWS-SUPERSEDED
029700
029800     DISPLAY MYNAME ' End'
029900
033000     .
033100 8100-EXIT.
033200     EXIT.
033300
033400******************************************************************
033500* 8200-READ-CURRENT-DETAIL  --  PRIMES/ADVANCES THE CUSTDETL     *
033600*                               CURSOR.                          *
033700******************************************************************
033800 8200-READ-CURRENT-DETAIL.
033900
034000     READ Current-Detail
034100         AT END
034200             SET WS-CUSTDETL-EOF TO TRUE
034300     END-READ
034400
034500     .
034600 8200-EXIT.
034700     EXIT.

002500*                  SEVERITY AND DAYS OPEN, SO AN ALERT MISSED    *
002600*                  OVER A WEEKEND GETS LOUDER INSTEAD OF         *
002700*                  EXPIRING UNHANDLED.                           *
002710* 2026-10-14 MAR   ALSO INGESTS BORALRT, THE BOOK-OF-RECORD      *
002720*                  DRIFT ALERTS BORRECON WRITES, AS MEDIUM       *
002730*                  ALERTS (3500).                                *
002740* 2026-10-14 MAR   ALSO INGESTS VBKALRT, THE VOLUME-CAP BACKLOG  *
002750*                  AGE ALERTS VOLBKRPT WRITES, AS MEDIUM ALERTS  *
002760*                  (3600).                                       *
002770* 2026-10-14 MAR   ALSO INGESTS DRFTALRT, THE OUTBOUND CONTENT-  *
002780*                  DRIFT ALERTS FEEDDRFT WRITES, AS MEDIUM       *
002790*                  ALERTS (3700).                                *
002792* 2026-10-14 MAR   ALSO INGESTS BKVALRT, THE BACKUP VERIFICATION *
002794*                  ALERTS BKUPVRFY WRITES, AT THE SEVERITY EACH  *
002796*                  ROW CARRIES -- HIGH FOR AN UNREADABLE BACKUP, *
002798*                  MEDIUM FOR AN UNBALANCED ONE (3800).          *
002818* 2026-10-14 MAR   ALSO INGESTS PLVALRT, THE PAYLOAD VERSION     *
002838*                  DEPRECATION ALERTS PAYLVRPT WRITES -- MEDIUM  *
002858*                  AHEAD OF THE DATE, HIGH ONCE IT HAS PASSED    *
002878*                  (3900).                                       *
002879* 2026-10-14 MAR   PARTNER CONTACT ROUTING.  THE PTRCONT PARTNER *
002880*                  CONTACT DIRECTORY IS LOADED AT START (1100)   *
002881*                  AND EVERY ALERT ABOUT A PARTNER FEED IT       *
002882*                  RAISES OR RE-RAISES IS GIVEN THE FEED'S       *
002883*                  CONTACT FOR ITS RAISE COUNT -- PRIMARY FIRST, *
002884*                  THEN ON DOWN THE FEED'S ESCALATION ORDER AS   *
002885*                  NOBODY ACKS IT (2700) -- WITH A MESSAGE ON    *
002886*                  NTFYGATE FOR THE MAIL/SMS GATEWAY (8200).     *
002887*                  ALSO INGESTS ARRVALRT, THE LATE-ARRIVAL       *
002888*                  ALERTS FEEDARRV WRITES (3950), AND SENDS      *
002889*                  TODAY'S PTNRIMPT HELD-FEED NOTICES TO THE     *
002890*                  FEED'S FIRST CONTACT (3960).  A PARTNER ALERT *
002891*                  OR NOTICE WITH NO CONTACT ON FILE ENDS RC 4.  *
002898******************************************************************
002900 Environment Division.
003000 Input-Output Section.
003100 File-Control.
006400     Select Leak-Alerts Assign to 'PTRLEAK'
006500         Organization is Line Sequential
006600         File Status is WS-PTRLEAK-STATUS.
006610
006620     Select Drift-Alerts Assign to 'BORALRT'
006630         Organization is Line Sequential
006640         File Status is WS-BORALRT-STATUS.
006650
006660     Select Backlog-Alerts Assign to 'VBKALRT'
006670         Organization is Line Sequential
006680         File Status is WS-VBKALRT-STATUS.
006684
006688     Select Content-Drift-Alerts Assign to 'DRFTALRT'
006692         Organization is Line Sequential
006696         File Status is WS-DRFTALRT-STATUS.
006716
006736     Select Backup-Verify-Alerts Assign to 'BKVALRT'
006756         Organization is Line Sequential
006776         File Status is WS-BKVALRT-STATUS.
006778
006780     Select Version-Alerts Assign to 'PLVALRT'
006782         Organization is Line Sequential
006784         File Status is WS-PLVALRT-STATUS.
006796
006800     Select Aging-Report Assign to 'ALRTAGRP'
006900         Organization is Line Sequential
007000         File Status is WS-ALRTAGRP-STATUS.
007001
007006     Select Partner-Contacts Assign to 'PTRCONT'
007012         Organization is Line Sequential
007018         File Status is WS-PTRCONT-STATUS.
007024
007030     Select Arrival-Alerts Assign to 'ARRVALRT'
007036         Organization is Line Sequential
007042         File Status is WS-ARRVALRT-STATUS.
007048
007054     Select Impact-Notices Assign to 'IMPNOTC'
007060         Organization is Line Sequential
007066         File Status is WS-IMPNOTC-STATUS.
007072
007078     Select Gateway-Notify Assign to 'NTFYGATE'
007084         Organization is Line Sequential
007090         File Status is WS-NTFYGATE-STATUS.
007100 Data Division.
007200 File Section.
007300 FD  Alert-Store-Old
011600     Label Records are Standard
011700     Recording Mode is F.
011800 COPY PTRLEAK.
011810
011820 FD  Drift-Alerts
011830     Label Records are Standard
011840     Recording Mode is F.
011850 COPY BORALRT.
011858
011866 FD  Backlog-Alerts
011874     Label Records are Standard
011882     Recording Mode is F.
011890 COPY VBKALRT.
011891
011892 FD  Content-Drift-Alerts
011893     Label Records are Standard
011894     Recording Mode is F.
011895 COPY DRFTALRT.
011905
011915 FD  Backup-Verify-Alerts
011925     Label Records are Standard
011935     Recording Mode is F.
011945 COPY BKVALRT.
011946
011947 FD  Version-Alerts
011948     Label Records are Standard
011949     Recording Mode is F.
011950 COPY PLVALRT.
011955
012000 FD  Aging-Report
012100     Label Records are Standard
012200     Recording Mode is F.
012300 01  ALRTAGRP-REC             PIC X(100).
012301
012305 FD  Partner-Contacts
012310     Label Records are Standard
012315     Recording Mode is F.
012320 01  PTRCONT-REC              PIC X(301).
012325
012330 FD  Arrival-Alerts
012335     Label Records are Standard
012340     Recording Mode is F.
012345 COPY ARRVALRT.
012350
012355 FD  Impact-Notices
012360     Label Records are Standard
012365     Recording Mode is F.
012370 COPY IMPNOTC.
012375
012380 FD  Gateway-Notify
012385     Label Records are Standard
012390     Recording Mode is F.
012395 COPY NTFYGATE.
012400
012500 Working-Storage Section.
012600 01  CONSTANTS.
013500 01  WS-RUNVALRT-STATUS       PIC X(002) VALUE '00'.
013600 01  WS-CAUALRT-STATUS        PIC X(002) VALUE '00'.
013700 01  WS-PTRLEAK-STATUS        PIC X(002) VALUE '00'.
013710 01  WS-BORALRT-STATUS        PIC X(002) VALUE '00'.
013720 01  WS-VBKALRT-STATUS        PIC X(002) VALUE '00'.
013730 01  WS-DRFTALRT-STATUS       PIC X(002) VALUE '00'.
013780 01  WS-BKVALRT-STATUS        PIC X(002) VALUE '00'.
013790 01  WS-PLVALRT-STATUS        PIC X(002) VALUE '00'.
013792 01  WS-PTRCONT-STATUS        PIC X(002) VALUE '00'.
013794 01  WS-ARRVALRT-STATUS       PIC X(002) VALUE '00'.
013796 01  WS-IMPNOTC-STATUS        PIC X(002) VALUE '00'.
013798 01  WS-NTFYGATE-STATUS       PIC X(002) VALUE '00'.
013800 01  WS-ALRTAGRP-STATUS       PIC X(002) VALUE '00'.
013900
014000 01  WS-SWITCHES.
015000         88  WS-ACK-MATCHED       VALUE 'Y'.
015100     05  WS-IN-STORE-SW       PIC X(001) VALUE 'N'.
015200         88  WS-ALREADY-IN-STORE  VALUE 'Y'.
015210     05  WS-PTRCONT-EOF-SW    PIC X(001) VALUE 'N'.
015220         88  WS-PTRCONT-EOF       VALUE 'Y'.
015230     05  WS-CONTACT-FOUND-SW  PIC X(001) VALUE 'N'.
015240         88  WS-CONTACT-FOUND     VALUE 'Y'.
015250     05  WS-SEND-MAIL-SW      PIC X(001) VALUE 'N'.
015260         88  WS-SEND-MAIL         VALUE 'Y'.
015270     05  WS-SEND-SMS-SW       PIC X(001) VALUE 'N'.
015280         88  WS-SEND-SMS          VALUE 'Y'.
015300
015400 01  WS-TODAY                 PIC 9(008) VALUE 0.
015500 01  WS-ACK-OPERATOR          PIC X(008) VALUE SPACES.
015510 01  WS-NOW-TIME              PIC 9(008) VALUE 0.
015600
015700*
015800* THE CANDIDATE KEY AND CONTENT FOR AN ALERT BEING INGESTED
016200 01  WS-CAND-TIME             PIC 9(008) VALUE 0.
016300 01  WS-CAND-SEVERITY         PIC X(001) VALUE 'M'.
016400 01  WS-CAND-DETAIL           PIC X(060) VALUE SPACES.
016410 01  WS-CAND-FEED             PIC X(010) VALUE SPACES.
016500
016600 01  WS-DAYS-OPEN             PIC 9(005) COMP-5 VALUE 0.
016700 01  WS-TODAY-INT             PIC 9(008) COMP-5 VALUE 0.
016800 01  WS-ORIG-INT              PIC 9(008) COMP-5 VALUE 0.
016900 01  WS-DAYS-DISPLAY          PIC 9(005) VALUE 0.
017000 01  WS-RAISE-DISPLAY         PIC 9(004) VALUE 0.
017010 01  WS-DRIFT-DISPLAY         PIC ZZ9.99.
017020 01  WS-THRESHOLD-DISPLAY     PIC ZZ9.99.
017021
017023*
017026* THE PTRCONT PARTNER CONTACT DIRECTORY, ONE ROW PER FEED, LOADED
017029* ONCE AT START.  THE ROW FOUND FOR A FEED IS LAID OVER PTRCONT.
017032 01  WS-CONTACT-TABLE.
017035     05  WS-CT-COUNT          PIC 9(004) COMP-5 VALUE 0.
017038     05  WS-CT-ENTRY OCCURS 500 TIMES.
017041         10  WS-CT-FEED-ID    PIC X(010).
017044         10  WS-CT-REST       PIC X(291).
017047 01  WS-CT-MAX                PIC 9(004) COMP-5 VALUE 500.
017050 01  WS-CT-SUB                PIC 9(004) COMP-5 VALUE 0.
017053 COPY PTRCONT.
017056
017059*
017062* THE CONTACT PICKED FOR AN ALERT: WS-PICK-RAISES IN, THE LEVEL IN
017065* THE FEED'S ESCALATION ORDER, THAT LEVEL'S ROLE AND THE ROLE'S
017068* PTRCONT CONTACT SUBSCRIPT OUT.
017071 01  WS-ESC-ORDER             PIC X(003) VALUE SPACES.
017074 01  WS-ESC-ROLES REDEFINES WS-ESC-ORDER.
017077     05  WS-ESC-ROLE          PIC X(001) OCCURS 3 TIMES.
017080 01  WS-ESC-LEVELS            PIC 9(004) COMP-5 VALUE 0.
017083 01  WS-ESC-STEP              PIC 9(004) COMP-5 VALUE 0.
017086 01  WS-PICK-RAISES           PIC 9(004) COMP-5 VALUE 0.
017089 01  WS-PICK-LEVEL            PIC 9(004) COMP-5 VALUE 0.
017092 01  WS-PICK-ROLE             PIC X(001) VALUE SPACE.
017095 01  WS-PICK-SUB              PIC 9(004) COMP-5 VALUE 0.
017100
017200 01  WS-COUNTERS.
017300     05  WS-CARRIED-COUNT     PIC 9(009) COMP-5 VALUE 0.
017400     05  WS-ACKED-COUNT       PIC 9(009) COMP-5 VALUE 0.
017500     05  WS-RERAISED-COUNT    PIC 9(009) COMP-5 VALUE 0.
017600     05  WS-INGESTED-COUNT    PIC 9(009) COMP-5 VALUE 0.
017610     05  WS-CONTACTED-COUNT   PIC 9(009) COMP-5 VALUE 0.
017620     05  WS-NO-CONTACT-COUNT  PIC 9(009) COMP-5 VALUE 0.
017630     05  WS-NOTIFY-COUNT      PIC 9(009) COMP-5 VALUE 0.
017640     05  WS-NOTICE-COUNT      PIC 9(009) COMP-5 VALUE 0.
017650     05  WS-CT-IGNORED-COUNT  PIC 9(009) COMP-5 VALUE 0.
017700
017800******************************************************************
017900 Procedure Division.
018800     PERFORM 3200-INGEST-RUNVALRT   THRU 3200-EXIT
018900     PERFORM 3300-INGEST-CAUALRT    THRU 3300-EXIT
019000     PERFORM 3400-INGEST-PTRLEAK    THRU 3400-EXIT
019010     PERFORM 3500-INGEST-BORALRT    THRU 3500-EXIT
019020     PERFORM 3600-INGEST-VBKALRT    THRU 3600-EXIT
019030     PERFORM 3700-INGEST-DRFTALRT   THRU 3700-EXIT
019080     PERFORM 3800-INGEST-BKVALRT    THRU 3800-EXIT
019090     PERFORM 3900-INGEST-PLVALRT    THRU 3900-EXIT
019093     PERFORM 3950-INGEST-ARRVALRT   THRU 3950-EXIT
019096     PERFORM 3960-ROUTE-IMPNOTC     THRU 3960-EXIT
019100     PERFORM 4000-TERMINATE         THRU 4000-EXIT
019200
019300     GOBACK
020600
020700     ACCEPT WS-TODAY FROM DATE YYYYMMDD
020800     COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
020810     ACCEPT WS-NOW-TIME FROM TIME
020900
021000     OPEN OUTPUT Alert-Store-New
021100     IF WS-STORE-NEW-STATUS NOT = '00'
022200         MOVE 16 TO RETURN-CODE
022300         GOBACK
022400     END-IF
022401
022410     OPEN OUTPUT Gateway-Notify
022420     IF WS-NTFYGATE-STATUS NOT = '00'
022430         DISPLAY MYNAME ' UNABLE TO OPEN NTFYGATE, STATUS = '
022440             WS-NTFYGATE-STATUS
022450         MOVE 16 TO RETURN-CODE
022460         GOBACK
022470     END-IF
022480
022490     PERFORM 1100-LOAD-CONTACTS THRU 1100-EXIT
022500
022600     OPEN INPUT Alert-Store-Old
022700     IF WS-STORE-OLD-STATUS NOT = '00'
023500     .
023600 1000-EXIT.
023700     EXIT.
023701
023702******************************************************************
023704* 1100-LOAD-CONTACTS  --  LOADS THE PTRCONT PARTNER CONTACT      *
023706*                         DIRECTORY.  NO DIRECTORY IS NOT FATAL: *
023708*                         THE ALERTS STILL CARRY FORWARD, JUST   *
023710*                         WITHOUT CONTACTS, AND THE RUN ENDS RC  *
023712*                         4.  ROWS PAST THE TABLE'S SIZE ARE     *
023714*                         COUNTED AND LEFT OUT, ALSO RC 4.       *
023716******************************************************************
023718 1100-LOAD-CONTACTS.
023720
023722     MOVE 0 TO WS-CT-COUNT
023724     OPEN INPUT Partner-Contacts
023726     IF WS-PTRCONT-STATUS NOT = '00'
023728         DISPLAY MYNAME ' NO PARTNER CONTACT DIRECTORY, STATUS = '
023730             WS-PTRCONT-STATUS
023732         GO TO 1100-EXIT
023734     END-IF
023736
023738     MOVE 'N' TO WS-PTRCONT-EOF-SW
023740     READ Partner-Contacts
023742         AT END SET WS-PTRCONT-EOF TO TRUE
023744     END-READ
023746     PERFORM UNTIL WS-PTRCONT-EOF
023748         IF WS-CT-COUNT < WS-CT-MAX
023750             ADD 1 TO WS-CT-COUNT
023752             MOVE PTRCONT-REC TO WS-CT-ENTRY (WS-CT-COUNT)
023754         ELSE
023756             ADD 1 TO WS-CT-IGNORED-COUNT
023758         END-IF
023760         READ Partner-Contacts
023762             AT END SET WS-PTRCONT-EOF TO TRUE
023764         END-READ
023766     END-PERFORM
023768
023770     CLOSE Partner-Contacts
023772
023774     IF WS-CT-IGNORED-COUNT > 0
023776         DISPLAY MYNAME ' PTRCONT TABLE FULL, ROWS LEFT OUT = '
023778             WS-CT-IGNORED-COUNT
023780     END-IF
023782
023784     .
023786 1100-EXIT.
023788     EXIT.
023800
023900******************************************************************
024000* 2000-CARRY-STORE-ROW  --  CARRIES ONE STORE ROW FORWARD: AN    *
025700             ADD 1 TO ALS-RAISE-COUNT OF ALS-NEW-RECORD
025800             MOVE WS-TODAY
025900                 TO ALS-LAST-RAISED-DATE OF ALS-NEW-RECORD
025910             PERFORM 2700-ATTACH-CONTACT THRU 2700-EXIT
026000             ADD 1 TO WS-RERAISED-COUNT
026100             PERFORM 2200-WRITE-AGING-LINE THRU 2200-EXIT
026200         END-IF
035100            ALS-DETAIL OF ALS-NEW-RECORD DELIMITED BY SIZE
035200         INTO ALRTAGRP-REC
035300     WRITE ALRTAGRP-REC
035301
035304     IF ALS-FEED-ID OF ALS-NEW-RECORD = SPACES
035308         GO TO 2200-EXIT
035312     END-IF
035316
035320     MOVE SPACES TO ALRTAGRP-REC
035324     IF ALS-CONTACT-NAME OF ALS-NEW-RECORD = SPACES
035328         STRING '      NO PARTNER CONTACT ON FILE FOR FEED '
035332                    DELIMITED BY SIZE
035336                ALS-FEED-ID OF ALS-NEW-RECORD DELIMITED BY SIZE
035340             INTO ALRTAGRP-REC
035344     ELSE
035348         STRING '      CONTACT LEVEL ' DELIMITED BY SIZE
035352                ALS-CONTACT-LEVEL OF ALS-NEW-RECORD
035356                    DELIMITED BY SIZE
035360                ' (' DELIMITED BY SIZE
035364                ALS-CONTACT-ROLE OF ALS-NEW-RECORD
035365                    DELIMITED BY SIZE
035368                ') ' DELIMITED BY SIZE
035372                ALS-CONTACT-NAME OF ALS-NEW-RECORD
035373                    DELIMITED BY SIZE
035376                ' FEED ' DELIMITED BY SIZE
035380                ALS-FEED-ID OF ALS-NEW-RECORD DELIMITED BY SIZE
035384             INTO ALRTAGRP-REC
035388     END-IF
035392     WRITE ALRTAGRP-REC
035400
035500     .
035600 2200-EXIT.
038100     MOVE SPACES TO ALS-ACK-OPERATOR OF ALS-NEW-RECORD
038200     MOVE 0 TO ALS-ACK-DATE OF ALS-NEW-RECORD
038300     MOVE WS-CAND-DETAIL TO ALS-DETAIL OF ALS-NEW-RECORD
038304*
038308*    THE PARTNER FEED THE ALERT IS ABOUT, FROM THE WRITER ROW IN
038312*    HAND.  THE OTHER FILES' ALERTS ARE NOT ABOUT ONE PARTNER.
038316     EVALUATE WS-CAND-SOURCE
038320         WHEN 'DLVALERT'
038324             MOVE DLA-FEED-ID TO WS-CAND-FEED
038328         WHEN 'BORALRT '
038332             MOVE BRA-FEED-ID TO WS-CAND-FEED
038336         WHEN 'VBKALRT '
038340             MOVE VBA-FEED-ID TO WS-CAND-FEED
038344         WHEN 'DRFTALRT'
038348             MOVE DRA-FEED-ID TO WS-CAND-FEED
038352         WHEN 'PLVALRT '
038356             MOVE PLA-FEED-ID TO WS-CAND-FEED
038360         WHEN 'ARRVALRT'
038364             MOVE ARV-FEED-ID TO WS-CAND-FEED
038368         WHEN OTHER
038372             MOVE SPACES TO WS-CAND-FEED
038376     END-EVALUATE
038380     MOVE WS-CAND-FEED TO ALS-FEED-ID OF ALS-NEW-RECORD
038384     PERFORM 2700-ATTACH-CONTACT THRU 2700-EXIT
038400
038500     WRITE ALS-NEW-RECORD
038600     ADD 1 TO WS-INGESTED-COUNT
043800     .
043900 2610-EXIT.
044000     EXIT.
044001
044002******************************************************************
044004* 2700-ATTACH-CONTACT  --  GIVES THE ALERT IN ALS-NEW-RECORD THE *
044006*                          CONTACT FOR ITS RAISE COUNT AT ITS    *
044008*                          PARTNER FEED AND SENDS THEM THE ALERT *
044010*                          THROUGH NTFYGATE.  AN ALERT NOT ABOUT *
044012*                          A PARTNER FEED GETS NO CONTACT; ONE   *
044014*                          WHOSE FEED HAS NO REACHABLE CONTACT   *
044016*                          IS COUNTED.                           *
044018******************************************************************
044020 2700-ATTACH-CONTACT.
044022
044024     MOVE 0      TO ALS-CONTACT-LEVEL OF ALS-NEW-RECORD
044026     MOVE SPACES TO ALS-CONTACT-ROLE OF ALS-NEW-RECORD
044028     MOVE SPACES TO ALS-CONTACT-NAME OF ALS-NEW-RECORD
044030
044032     IF ALS-FEED-ID OF ALS-NEW-RECORD = SPACES
044034         GO TO 2700-EXIT
044036     END-IF
044038
044040     MOVE ALS-FEED-ID OF ALS-NEW-RECORD     TO WS-CAND-FEED
044042     MOVE ALS-RAISE-COUNT OF ALS-NEW-RECORD TO WS-PICK-RAISES
044044     PERFORM 8100-PICK-CONTACT THRU 8100-EXIT
044046     IF NOT WS-CONTACT-FOUND
044048         ADD 1 TO WS-NO-CONTACT-COUNT
044050         GO TO 2700-EXIT
044052     END-IF
044054
044056     MOVE WS-PICK-LEVEL TO ALS-CONTACT-LEVEL OF ALS-NEW-RECORD
044058     MOVE WS-PICK-ROLE  TO ALS-CONTACT-ROLE OF ALS-NEW-RECORD
044060     MOVE PCN-NAME (WS-PICK-SUB)
044062         TO ALS-CONTACT-NAME OF ALS-NEW-RECORD
044064     ADD 1 TO WS-CONTACTED-COUNT
044066
044068     MOVE ALS-ALERT-ID OF ALS-NEW-RECORD    TO NTG-ALERT-ID
044070     MOVE ALS-FEED-ID OF ALS-NEW-RECORD     TO NTG-FEED-ID
044072     MOVE ALS-SEVERITY OF ALS-NEW-RECORD    TO NTG-SEVERITY
044074     MOVE ALS-RAISE-COUNT OF ALS-NEW-RECORD TO NTG-RAISE-COUNT
044076     MOVE ALS-DETAIL OF ALS-NEW-RECORD      TO NTG-MESSAGE
044078     PERFORM 8200-WRITE-NOTIFY THRU 8200-EXIT
044080
044082     .
044084 2700-EXIT.
044086     EXIT.
044100
044200******************************************************************
044300* 3000-INGEST-CALLALRT  --  INGESTS EVERY CALLALRT ROW AS A      *
061400     .
061500 3400-EXIT.
061600     EXIT.
061602
061603******************************************************************
061604* 3500-INGEST-BORALRT  --  INGESTS EVERY BORALRT ROW AS A MEDIUM *
061605*                          ALERT NAMING THE FEED AND ITS DRIFT.  *
061606******************************************************************
061607 3500-INGEST-BORALRT.
061608
061609     MOVE 'N' TO WS-FILE-EOF-SW
061610     OPEN INPUT Drift-Alerts
061611     IF WS-BORALRT-STATUS NOT = '00'
061612         GO TO 3500-EXIT
061613     END-IF
061614
061615     READ Drift-Alerts
061616         AT END SET WS-FILE-EOF TO TRUE
061617     END-READ
061618     PERFORM UNTIL WS-FILE-EOF
061619         MOVE 'BORALRT ' TO WS-CAND-SOURCE
061620         MOVE BRA-TIMESTAMP-DATE TO WS-CAND-DATE
061621         MOVE BRA-TIMESTAMP-TIME TO WS-CAND-TIME
061622         MOVE 'M' TO WS-CAND-SEVERITY
061623         MOVE BRA-DRIFT-PCT     TO WS-DRIFT-DISPLAY
061624         MOVE BRA-THRESHOLD-PCT TO WS-THRESHOLD-DISPLAY
061625         MOVE SPACES TO WS-CAND-DETAIL
061626         STRING 'BOOK DRIFT FEED ' DELIMITED BY SIZE
061627                BRA-FEED-ID DELIMITED BY SPACE
061628                ' ' DELIMITED BY SIZE
061629                WS-DRIFT-DISPLAY DELIMITED BY SIZE
061630                ' PCT, THRESHOLD ' DELIMITED BY SIZE
061631                WS-THRESHOLD-DISPLAY DELIMITED BY SIZE
061632             INTO WS-CAND-DETAIL
061633         PERFORM 2500-INGEST-CANDIDATE THRU 2500-EXIT
061634         READ Drift-Alerts
061635             AT END SET WS-FILE-EOF TO TRUE
061636         END-READ
061637     END-PERFORM
061638
061639     CLOSE Drift-Alerts
061640
061641     .
061642 3500-EXIT.
061643     EXIT.
061644
061645******************************************************************
061646* 3600-INGEST-VBKALRT  --  INGESTS EVERY VBKALRT ROW AS A MEDIUM *
061647*                          ALERT NAMING THE FEED, HOW MANY OF    *
061648*                          ITS BACKLOG ARE OVERDUE AND THE       *
061649*                          OLDEST WAIT.                          *
061650******************************************************************
061651 3600-INGEST-VBKALRT.
061652
061653     MOVE 'N' TO WS-FILE-EOF-SW
061654     OPEN INPUT Backlog-Alerts
061655     IF WS-VBKALRT-STATUS NOT = '00'
061656         GO TO 3600-EXIT
061657     END-IF
061658
061659     READ Backlog-Alerts
061660         AT END SET WS-FILE-EOF TO TRUE
061661     END-READ
061662     PERFORM UNTIL WS-FILE-EOF
061663         MOVE 'VBKALRT ' TO WS-CAND-SOURCE
061664         MOVE VBA-TIMESTAMP-DATE TO WS-CAND-DATE
061665         MOVE VBA-TIMESTAMP-TIME TO WS-CAND-TIME
061666         MOVE 'M' TO WS-CAND-SEVERITY
061667         MOVE SPACES TO WS-CAND-DETAIL
061668         STRING 'BACKLOG FEED ' DELIMITED BY SIZE
061669                VBA-FEED-ID DELIMITED BY SPACE
061670                ' ' DELIMITED BY SIZE
061671                VBA-OVERDUE-COUNT DELIMITED BY SIZE
061672                ' OVERDUE, OLDEST ' DELIMITED BY SIZE
061673                VBA-OLDEST-DAYS DELIMITED BY SIZE
061674                ' DAYS' DELIMITED BY SIZE
061675             INTO WS-CAND-DETAIL
061676         PERFORM 2500-INGEST-CANDIDATE THRU 2500-EXIT
061677         READ Backlog-Alerts
061678             AT END SET WS-FILE-EOF TO TRUE
061679         END-READ
061680     END-PERFORM
061681
061682     CLOSE Backlog-Alerts
061683
061684     .
061685 3600-EXIT.
061686     EXIT.
061696
061706******************************************************************
061716* 3700-INGEST-DRFTALRT  --  INGESTS EVERY DRFTALRT ROW AS A      *
061726*                           MEDIUM ALERT NAMING THE FEED, THE    *
061736*                           VALUE WHOSE SHARE SHIFTED, AND ITS   *
061746*                           SHARE TONIGHT AGAINST ITS BASELINE.  *
061756******************************************************************
061766 3700-INGEST-DRFTALRT.
061776
061786     MOVE 'N' TO WS-FILE-EOF-SW
061796     OPEN INPUT Content-Drift-Alerts
061806     IF WS-DRFTALRT-STATUS NOT = '00'
061816         GO TO 3700-EXIT
061826     END-IF
061836
061846     READ Content-Drift-Alerts
061856         AT END SET WS-FILE-EOF TO TRUE
061866     END-READ
061876     PERFORM UNTIL WS-FILE-EOF
061886         MOVE 'DRFTALRT' TO WS-CAND-SOURCE
061896         MOVE DRA-TIMESTAMP-DATE TO WS-CAND-DATE
061906         MOVE DRA-TIMESTAMP-TIME TO WS-CAND-TIME
061916         MOVE 'M' TO WS-CAND-SEVERITY
061926         MOVE DRA-TONIGHT-PCT  TO WS-DRIFT-DISPLAY
061936         MOVE DRA-BASELINE-PCT TO WS-THRESHOLD-DISPLAY
061946         MOVE SPACES TO WS-CAND-DETAIL
061956         STRING 'DRIFT FEED ' DELIMITED BY SIZE
061966                DRA-FEED-ID DELIMITED BY SPACE
061976                ' ' DELIMITED BY SIZE
061986                DRA-DIMENSION DELIMITED BY SPACE
061996                '=' DELIMITED BY SIZE
062006                DRA-VALUE DELIMITED BY SPACE
062016                ' ' DELIMITED BY SIZE
062026                WS-DRIFT-DISPLAY DELIMITED BY SIZE
062036                ' PCT, BASE ' DELIMITED BY SIZE
062046                WS-THRESHOLD-DISPLAY DELIMITED BY SIZE
062056             INTO WS-CAND-DETAIL
062066         PERFORM 2500-INGEST-CANDIDATE THRU 2500-EXIT
062076         READ Content-Drift-Alerts
062086             AT END SET WS-FILE-EOF TO TRUE
062096         END-READ
062106     END-PERFORM
062116
062126     CLOSE Content-Drift-Alerts
062136
062146     .
062156 3700-EXIT.
062166     EXIT.
062216
062266******************************************************************
062316* 3800-INGEST-BKVALRT  --  INGESTS EVERY BKVALRT ROW AT ITS OWN  *
062366*                          SEVERITY, NAMING THE DATASET AND      *
062416*                          GENERATION, WHAT WENT WRONG, AND THE  *
062466*                          ROWS READ AGAINST THE ROWS EXPECTED   *
062516*                          (OR, FOR A TRIAL-REBUILD PROFILE ROW, *
062566*                          THE METRIC AND BOTH COUNTS).          *
062616******************************************************************
062666 3800-INGEST-BKVALRT.
062716
062766     MOVE 'N' TO WS-FILE-EOF-SW
062816     OPEN INPUT Backup-Verify-Alerts
062866     IF WS-BKVALRT-STATUS NOT = '00'
062916         GO TO 3800-EXIT
062966     END-IF
063016
063066     READ Backup-Verify-Alerts
063116         AT END SET WS-FILE-EOF TO TRUE
063166     END-READ
063216     PERFORM UNTIL WS-FILE-EOF
063266         MOVE 'BKVALRT ' TO WS-CAND-SOURCE
063316         MOVE BKA-TIMESTAMP-DATE TO WS-CAND-DATE
063366         MOVE BKA-TIMESTAMP-TIME TO WS-CAND-TIME
063416         IF BKA-SEVERITY-HIGH
063466             MOVE 'H' TO WS-CAND-SEVERITY
063516         ELSE
063566             MOVE 'M' TO WS-CAND-SEVERITY
063616         END-IF
063666         MOVE SPACES TO WS-CAND-DETAIL
063716         IF BKA-PROFILE-OFF
063766             STRING 'BACKUP REBUILD ' DELIMITED BY SIZE
063816                    BKA-METRIC DELIMITED BY SIZE
063866                    BKA-KEY-VALUE DELIMITED BY SPACE
063916                    ' ' DELIMITED BY SIZE
063966                    BKA-EXPECTED-COUNT DELIMITED BY SIZE
064016                    '/' DELIMITED BY SIZE
064066                    BKA-ACTUAL-COUNT DELIMITED BY SIZE
064116                 INTO WS-CAND-DETAIL
064166         ELSE
064216             STRING 'BACKUP ' DELIMITED BY SIZE
064266                    BKA-DATASET-ID DELIMITED BY SPACE
064316                    ' -' DELIMITED BY SIZE
064366                    BKA-GENERATION DELIMITED BY SIZE
064416                    ' ' DELIMITED BY SIZE
064466                    BKA-CONDITION DELIMITED BY SPACE
064516                    ' ' DELIMITED BY SIZE
064566                    BKA-ACTUAL-COUNT DELIMITED BY SIZE
064616                    '/' DELIMITED BY SIZE
064666                    BKA-EXPECTED-COUNT DELIMITED BY SIZE
064716                    ' ST ' DELIMITED BY SIZE
064766                    BKA-FILE-STATUS DELIMITED BY SIZE
064816                 INTO WS-CAND-DETAIL
064866         END-IF
064916         PERFORM 2500-INGEST-CANDIDATE THRU 2500-EXIT
064966         READ Backup-Verify-Alerts
065016             AT END SET WS-FILE-EOF TO TRUE
065066         END-READ
065116     END-PERFORM
065166
065216     CLOSE Backup-Verify-Alerts
065266
065316     .
065366 3800-EXIT.
065416     EXIT.
065426
065436******************************************************************
065446* 3900-INGEST-PLVALRT  --  INGESTS EVERY PLVALRT ROW, NAMING THE *
065456*                          FEED, ITS PAYLOAD VERSION AND THE     *
065466*                          VERSION'S DEPRECATION DATE -- AS A    *
065476*                          MEDIUM ALERT WHILE THE DATE IS STILL  *
065486*                          AHEAD, HIGH ONCE IT HAS PASSED.       *
065496******************************************************************
065506 3900-INGEST-PLVALRT.
065516
065526     MOVE 'N' TO WS-FILE-EOF-SW
065536     OPEN INPUT Version-Alerts
065546     IF WS-PLVALRT-STATUS NOT = '00'
065556         GO TO 3900-EXIT
065566     END-IF
065576
065586     READ Version-Alerts
065596         AT END SET WS-FILE-EOF TO TRUE
065606     END-READ
065616     PERFORM UNTIL WS-FILE-EOF
065626         MOVE 'PLVALRT ' TO WS-CAND-SOURCE
065636         MOVE PLA-TIMESTAMP-DATE TO WS-CAND-DATE
065646         MOVE PLA-TIMESTAMP-TIME TO WS-CAND-TIME
065656         MOVE SPACES TO WS-CAND-DETAIL
065666         IF PLA-EXPIRED
065676             MOVE 'H' TO WS-CAND-SEVERITY
065686             STRING 'FEED ' DELIMITED BY SIZE
065696                    PLA-FEED-ID DELIMITED BY SPACE
065706                    ' PAYLOAD V' DELIMITED BY SIZE
065716                    PLA-PAYLOAD-VERSION DELIMITED BY SIZE
065726                    ' ENDED ' DELIMITED BY SIZE
065736                    PLA-DEPRECATE-DATE DELIMITED BY SIZE
065746                 INTO WS-CAND-DETAIL
065756         ELSE
065766             MOVE 'M' TO WS-CAND-SEVERITY
065776             STRING 'FEED ' DELIMITED BY SIZE
065786                    PLA-FEED-ID DELIMITED BY SPACE
065796                    ' PAYLOAD V' DELIMITED BY SIZE
065806                    PLA-PAYLOAD-VERSION DELIMITED BY SIZE
065816                    ' ENDS ' DELIMITED BY SIZE
065826                    PLA-DEPRECATE-DATE DELIMITED BY SIZE
065836                    ' IN ' DELIMITED BY SIZE
065846                    PLA-DAYS-LEFT DELIMITED BY SIZE
065856                    ' DAYS' DELIMITED BY SIZE
065866                 INTO WS-CAND-DETAIL
065876         END-IF
065886         PERFORM 2500-INGEST-CANDIDATE THRU 2500-EXIT
065896         READ Version-Alerts
065906             AT END SET WS-FILE-EOF TO TRUE
065916         END-READ
065926     END-PERFORM
065936
065946     CLOSE Version-Alerts
065956
065966     .
065976 3900-EXIT.
065986     EXIT.
065987
065996******************************************************************
066006* 3950-INGEST-ARRVALRT  --  INGESTS EVERY ARRVALRT ROW, NAMING   *
066016*                           THE FEED, THE FILE, WHAT IS WRONG    *
066026*                           WITH IT, ITS PARTS AND HOW LATE IT   *
066036*                           IS -- HIGH WHEN NOTHING ARRIVED AT   *
066046*                           ALL, MEDIUM OTHERWISE.               *
066056******************************************************************
066066 3950-INGEST-ARRVALRT.
066076
066086     MOVE 'N' TO WS-FILE-EOF-SW
066096     OPEN INPUT Arrival-Alerts
066106     IF WS-ARRVALRT-STATUS NOT = '00'
066116         GO TO 3950-EXIT
066126     END-IF
066136
066146     READ Arrival-Alerts
066156         AT END SET WS-FILE-EOF TO TRUE
066166     END-READ
066176     PERFORM UNTIL WS-FILE-EOF
066186         MOVE 'ARRVALRT' TO WS-CAND-SOURCE
066196         MOVE ARV-TIMESTAMP-DATE TO WS-CAND-DATE
066206         MOVE ARV-TIMESTAMP-TIME TO WS-CAND-TIME
066216         IF ARV-REASON-MISSING
066226             MOVE 'H' TO WS-CAND-SEVERITY
066236         ELSE
066246             MOVE 'M' TO WS-CAND-SEVERITY
066256         END-IF
066266         MOVE SPACES TO WS-CAND-DETAIL
066276         STRING 'ARRIVAL ' DELIMITED BY SIZE
066286                ARV-FEED-ID DELIMITED BY SPACE
066296                ' ' DELIMITED BY SIZE
066306                ARV-FILE-NAME DELIMITED BY SPACE
066316                ' ' DELIMITED BY SIZE
066326                ARV-REASON DELIMITED BY SPACE
066336                ' ' DELIMITED BY SIZE
066346                ARV-PARTS-PRESENT DELIMITED BY SIZE
066356                '/' DELIMITED BY SIZE
066366                ARV-PART-COUNT DELIMITED BY SIZE
066376                ' ' DELIMITED BY SIZE
066386                ARV-HOURS-OVERDUE DELIMITED BY SIZE
066396                ' HRS LATE' DELIMITED BY SIZE
066406             INTO WS-CAND-DETAIL
066416         PERFORM 2500-INGEST-CANDIDATE THRU 2500-EXIT
066426         READ Arrival-Alerts
066436             AT END SET WS-FILE-EOF TO TRUE
066446         END-READ
066456     END-PERFORM
066466
066476     CLOSE Arrival-Alerts
066486
066496     .
066506 3950-EXIT.
066516     EXIT.
066526
066536******************************************************************
066546* 3960-ROUTE-IMPNOTC  --  SENDS EACH HELD-FEED NOTICE PTNRIMPT   *
066556*                         ISSUED TODAY TO THE FEED'S FIRST       *
066566*                         CONTACT THROUGH NTFYGATE, WITH THE     *
066576*                         NOTICE'S OWN PARTNER-SAFE TEXT.  A     *
066586*                         NOTICE IS NOT AN ALERT -- IT GOES ON   *
066596*                         NO STORE ROW AND IS NEVER RE-RAISED.   *
066606*                         AN OLDER IMPNOTC IS LAST NIGHT'S,      *
066616*                         ALREADY SENT.                          *
066626******************************************************************
066636 3960-ROUTE-IMPNOTC.
066646
066656     MOVE 'N' TO WS-FILE-EOF-SW
066666     OPEN INPUT Impact-Notices
066676     IF WS-IMPNOTC-STATUS NOT = '00'
066686         GO TO 3960-EXIT
066696     END-IF
066706
066716     READ Impact-Notices
066726         AT END SET WS-FILE-EOF TO TRUE
066736     END-READ
066746     PERFORM UNTIL WS-FILE-EOF
066756         IF IMN-ISSUED-DATE = WS-TODAY
066766             PERFORM 3965-ROUTE-ONE-NOTICE THRU 3965-EXIT
066776         END-IF
066786         READ Impact-Notices
066796             AT END SET WS-FILE-EOF TO TRUE
066806         END-READ
066816     END-PERFORM
066826
066836     CLOSE Impact-Notices
066846
066856     .
066866 3960-EXIT.
066876     EXIT.
066886
066896******************************************************************
066906* 3965-ROUTE-ONE-NOTICE  --  ONE HELD-FEED NOTICE TO ITS FEED'S  *
066916*                            FIRST CONTACT; NO CONTACT ON FILE   *
066926*                            IS COUNTED AND LISTED ON ALRTAGRP.  *
066936******************************************************************
066946 3965-ROUTE-ONE-NOTICE.
066956
066966     ADD 1 TO WS-NOTICE-COUNT
066976     MOVE IMN-FEED-ID TO WS-CAND-FEED
066986     MOVE 1           TO WS-PICK-RAISES
066996     PERFORM 8100-PICK-CONTACT THRU 8100-EXIT
067006     IF NOT WS-CONTACT-FOUND
067016         ADD 1 TO WS-NO-CONTACT-COUNT
067026         MOVE SPACES TO ALRTAGRP-REC
067036         STRING 'HELD-FEED NOTICE NOT SENT, NO PARTNER CONTACT '
067046                    DELIMITED BY SIZE
067056                'ON FILE FOR FEED ' DELIMITED BY SIZE
067066                IMN-FEED-ID DELIMITED BY SIZE
067076             INTO ALRTAGRP-REC
067086         WRITE ALRTAGRP-REC
067096         GO TO 3965-EXIT
067106     END-IF
067116
067126     MOVE 'IMPNOTC '      TO NTG-SOURCE-FILE
067136     MOVE IMN-ISSUED-DATE TO NTG-ORIG-DATE
067146     MOVE IMN-ISSUED-TIME TO NTG-ORIG-TIME
067156     MOVE IMN-FEED-ID     TO NTG-FEED-ID
067166     MOVE 'M'             TO NTG-SEVERITY
067176     MOVE 0               TO NTG-RAISE-COUNT
067186     MOVE IMN-NOTICE-TEXT TO NTG-MESSAGE
067196     PERFORM 8200-WRITE-NOTIFY THRU 8200-EXIT
067206
067216     .
067226 3965-EXIT.
067236     EXIT.
070000
070100******************************************************************
070200* 4000-TERMINATE  --  CLOSES THE FILES AND REPORTS THE RUN       *
070300*                     TOTALS.                                    *
070400******************************************************************
070500 4000-TERMINATE.
070600
070700     IF WS-STORE-OLD-STATUS = '00' OR WS-STORE-OLD-STATUS = '10'
070800         CLOSE Alert-Store-Old
070900     END-IF
071000     CLOSE Alert-Store-New
071100     CLOSE Aging-Report
071110     CLOSE Gateway-Notify
071200
071300     DISPLAY MYNAME ' ALERTS CARRIED  = ' WS-CARRIED-COUNT
071400     DISPLAY MYNAME ' ALERTS ACKED    = ' WS-ACKED-COUNT
071500     DISPLAY MYNAME ' ALERTS RERAISED = ' WS-RERAISED-COUNT
071600     DISPLAY MYNAME ' ALERTS INGESTED = ' WS-INGESTED-COUNT
071610     DISPLAY MYNAME ' CONTACTS ATTACHED = ' WS-CONTACTED-COUNT
071620     DISPLAY MYNAME ' HELD NOTICES      = ' WS-NOTICE-COUNT
071630     DISPLAY MYNAME ' NO CONTACT ON FILE = ' WS-NO-CONTACT-COUNT
071640     DISPLAY MYNAME ' NOTIFICATIONS     = ' WS-NOTIFY-COUNT
071650
071660     IF (WS-NO-CONTACT-COUNT > 0 OR WS-CT-IGNORED-COUNT > 0)
071670         AND RETURN-CODE = 0
071680         MOVE 4 TO RETURN-CODE
071690     END-IF
071700
071800     DISPLAY MYNAME ' End'
071900
072000     .
072100 4000-EXIT.
072200     EXIT.
072300
072400******************************************************************
072500* 8000-READ-STORE-OLD  --  PRIMES/ADVANCES THE OLD-STORE CURSOR. *
072600******************************************************************
072700 8000-READ-STORE-OLD.
072800
072900     READ Alert-Store-Old
073000         AT END
073100             SET WS-STORE-OLD-EOF TO TRUE
073200     END-READ
073300
073400     .
073500 8000-EXIT.
073600     EXIT.
073601
073700******************************************************************
073800* 8100-PICK-CONTACT  --  FINDS WS-CAND-FEED'S PTRCONT ROW AND    *
073900*                        THE CONTACT FOR WS-PICK-RAISES: ONE     *
074000*                        LEVEL DOWN THE ESCALATION ORDER FOR     *
074100*                        EVERY PCN-RAISES-PER-LEVEL RAISES,      *
074200*                        STOPPING AT THE LAST LEVEL, AND BACK UP *
074300*                        PAST ANY CONTACT WITH NEITHER ADDRESS.  *
074400*                        NO ROW, OR NO CONTACT AT OR ABOVE THE   *
074500*                        LEVEL, LEAVES WS-CONTACT-FOUND OFF.     *
074600******************************************************************
074700 8100-PICK-CONTACT.
074800
074900     MOVE 'N' TO WS-CONTACT-FOUND-SW
075000     MOVE SPACES TO PCN-CONTACT-RECORD
075100     MOVE 1 TO WS-CT-SUB
075200     PERFORM UNTIL WS-CT-SUB > WS-CT-COUNT
075300         IF WS-CT-FEED-ID (WS-CT-SUB) = WS-CAND-FEED
075400             MOVE WS-CT-ENTRY (WS-CT-SUB) TO PCN-CONTACT-RECORD
075500             MOVE WS-CT-COUNT TO WS-CT-SUB
075600         END-IF
075700         ADD 1 TO WS-CT-SUB
075800     END-PERFORM
075850     IF PCN-FEED-ID = SPACES
075870         GO TO 8100-EXIT
075890     END-IF
075900
076000     MOVE PCN-ESCALATION-ORDER TO WS-ESC-ORDER
076100     IF WS-ESC-ORDER = SPACES
076200         MOVE 'PSA' TO WS-ESC-ORDER
076300     END-IF
076400     MOVE 0 TO WS-ESC-LEVELS
076500     MOVE 1 TO WS-PICK-SUB
076600     PERFORM UNTIL WS-PICK-SUB > 3
076650         IF WS-ESC-LEVELS = WS-PICK-SUB - 1
076700             AND (WS-ESC-ROLE (WS-PICK-SUB) = 'P'
076750               OR WS-ESC-ROLE (WS-PICK-SUB) = 'S'
076800               OR WS-ESC-ROLE (WS-PICK-SUB) = 'A')
076850             ADD 1 TO WS-ESC-LEVELS
076900         END-IF
076950         ADD 1 TO WS-PICK-SUB
077000     END-PERFORM
077100     IF WS-ESC-LEVELS = 0
077200         GO TO 8100-EXIT
077300     END-IF
077400
077500     IF PCN-RAISES-PER-LEVEL IS NUMERIC
077600         AND PCN-RAISES-PER-LEVEL > 0
077700         MOVE PCN-RAISES-PER-LEVEL TO WS-ESC-STEP
077800     ELSE
077900         MOVE 1 TO WS-ESC-STEP
078000     END-IF
078100     IF WS-PICK-RAISES < 1
078200         MOVE 1 TO WS-PICK-RAISES
078300     END-IF
078400     COMPUTE WS-PICK-LEVEL =
078401         (WS-PICK-RAISES - 1) / WS-ESC-STEP + 1
078500     IF WS-PICK-LEVEL > WS-ESC-LEVELS
078600         MOVE WS-ESC-LEVELS TO WS-PICK-LEVEL
078700     END-IF
078800
078900     PERFORM UNTIL WS-PICK-LEVEL < 1 OR WS-CONTACT-FOUND
079000         MOVE WS-ESC-ROLE (WS-PICK-LEVEL) TO WS-PICK-ROLE
079100         EVALUATE WS-PICK-ROLE
079200             WHEN 'P'  MOVE 1 TO WS-PICK-SUB
079300             WHEN 'S'  MOVE 2 TO WS-PICK-SUB
079400             WHEN 'A'  MOVE 3 TO WS-PICK-SUB
079500         END-EVALUATE
079600         IF PCN-EMAIL (WS-PICK-SUB) NOT = SPACES
079700             OR PCN-PHONE (WS-PICK-SUB) NOT = SPACES
079800             SET WS-CONTACT-FOUND TO TRUE
079900         ELSE
080000             SUBTRACT 1 FROM WS-PICK-LEVEL
080100         END-IF
080200     END-PERFORM
080300
080400     .
080500 8100-EXIT.
080600     EXIT.
080700
080800******************************************************************
080900* 8200-WRITE-NOTIFY  --  WRITES THE GATEWAY MESSAGE(S) FOR THE   *
081000*                        CONTACT 8100 PICKED, ON THE FEED'S      *
081100*                        PREFERRED CHANNEL -- OR THE OTHER ONE   *
081200*                        WHEN THE CONTACT HAS NO ADDRESS FOR IT. *
081300*                        THE CALLER HAS FILLED IN THE ALERT ID,  *
081400*                        FEED, SEVERITY, RAISE COUNT AND         *
081401*                        MESSAGE.                                *
081500******************************************************************
081600 8200-WRITE-NOTIFY.
081700
081800     MOVE WS-TODAY      TO NTG-CREATED-DATE
081900     MOVE WS-NOW-TIME   TO NTG-CREATED-TIME
082000     MOVE WS-PICK-LEVEL TO NTG-CONTACT-LEVEL
082100     MOVE WS-PICK-ROLE  TO NTG-CONTACT-ROLE
082200     MOVE PCN-NAME (WS-PICK-SUB) TO NTG-CONTACT-NAME
082300
082400     MOVE 'N' TO WS-SEND-MAIL-SW
082500     MOVE 'N' TO WS-SEND-SMS-SW
082600     EVALUATE TRUE
082700         WHEN PCN-CHANNEL-SMS
082800             SET WS-SEND-SMS TO TRUE
082900         WHEN PCN-CHANNEL-BOTH
083000             SET WS-SEND-MAIL TO TRUE
083100             SET WS-SEND-SMS  TO TRUE
083200         WHEN OTHER
083300             SET WS-SEND-MAIL TO TRUE
083400     END-EVALUATE
083500     IF WS-SEND-MAIL AND PCN-EMAIL (WS-PICK-SUB) = SPACES
083600         MOVE 'N' TO WS-SEND-MAIL-SW
083700         SET WS-SEND-SMS TO TRUE
083800     END-IF
083900     IF WS-SEND-SMS AND PCN-PHONE (WS-PICK-SUB) = SPACES
084000         MOVE 'N' TO WS-SEND-SMS-SW
084100         SET WS-SEND-MAIL TO TRUE
084200     END-IF
084300
084400     IF WS-SEND-MAIL
084500         SET NTG-CHANNEL-MAIL TO TRUE
084600         MOVE PCN-EMAIL (WS-PICK-SUB) TO NTG-ADDRESS
084700         WRITE NTG-NOTIFY-RECORD
084800         ADD 1 TO WS-NOTIFY-COUNT
084900     END-IF
085000     IF WS-SEND-SMS
085100         SET NTG-CHANNEL-SMS TO TRUE
085200         MOVE PCN-PHONE (WS-PICK-SUB) TO NTG-ADDRESS
085300         WRITE NTG-NOTIFY-RECORD
085400         ADD 1 TO WS-NOTIFY-COUNT
085500     END-IF
085600
085700     .
085800 8200-EXIT.
085900     EXIT.

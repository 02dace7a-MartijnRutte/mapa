002300*                  SECTION RUNS IN ITS OWN DATE ORDER, SO THE    *
002400*                  WHOLE STORY READS CHRONOLOGICALLY WITHOUT A   *
002500*                  SORT STEP.                                    *
002510* 2026-10-14 MAR   NEW CUSTOMER DETAIL SECTION (2500).  THE      *
002520*                  CONTACT NAME AND PHONE ARE HELD AS TOKENS AND *
002530*                  ARE RESOLVED THROUGH TOKVAULT ONLY FOR A      *
002540*                  CINQPARM REQUESTOR WITH AN AUTHORIZED PURPOSE *
002550*                  CODE; OTHERWISE THE TOKENS ARE SHOWN.  EVERY  *
002560*                  INQUIRY IS LOGGED TO CUSTALOG, CLEAR OR       *
002570*                  TOKENS.  ARCHIVE BUFFERS STAY AS ARCHIVED.    *
002575* 2026-10-14 MAR   NEW CUSTOMER EMBARGO SECTION (2700): EVERY    *
002580*                  EMBARGO ROW ON THE KEY WITH ITS REASON,       *
002585*                  REQUESTOR AND DATES, MARKED IN FORCE, PENDING *
002590*                  OR RELEASED AS OF TODAY.                      *
002600******************************************************************
002700 Environment Division.
002800 Input-Output Section.
005800     Select Inquiry-Report Assign to 'CINQRPT'
005900         Organization is Line Sequential
006000         File Status is WS-CINQRPT-STATUS.
006005
006010     Select Customer-Detail Assign to 'CUSTDETL'
006015         Organization is Indexed
006020         Access Mode is Random
006025         Record Key is CDT-CUSTOMER-KEY OF CUSTDETL-REC
006030         File Status is WS-CUSTDETL-STATUS.
006035
006040     Select Token-Vault Assign to 'TOKVAULT'
006045         Organization is Indexed
006050         Access Mode is Random
006055         Record Key is TKV-TOKEN
006060         File Status is WS-TOKVAULT-STATUS.
006065
006070     Select Access-Log Assign to 'CUSTALOG'
006075         Organization is Line Sequential
006080         File Status is WS-CUSTALOG-STATUS.
006082
006084     Select Embargo-Table Assign to 'EMBARGO'
006086         Organization is Line Sequential
006088         File Status is WS-EMBARGO-STATUS.
006100 Data Division.
006200 File Section.
006300 FD  Inquiry-Parm
009400     Label Records are Standard
009500     Recording Mode is F.
009600 01  CINQRPT-REC              PIC X(132).
009605
009610 FD  Customer-Detail
009615     Label Records are Standard
009620     Recording Mode is F.
009625 COPY CUSTDETL Replacing ==CDT-DETAIL-RECORD== By
009630                         ==CUSTDETL-REC==.
009635
009640 FD  Token-Vault
009645     Label Records are Standard
009650     Recording Mode is F.
009655 COPY TOKVAULT.
009660
009665 FD  Access-Log
009670     Label Records are Standard
009675     Recording Mode is F.
009680 COPY CUSTALOG.
009682
009684 FD  Embargo-Table
009686     Label Records are Standard
009688     Recording Mode is F.
009690 COPY EMBARGO.
009700
009800 Working-Storage Section.
009900 01  CONSTANTS.
010600 01  WS-CUSTDLTA-STATUS       PIC X(002) VALUE '00'.
010700 01  WS-JSONERR-STATUS        PIC X(002) VALUE '00'.
010800 01  WS-CINQRPT-STATUS        PIC X(002) VALUE '00'.
010810 01  WS-CUSTDETL-STATUS       PIC X(002) VALUE '00'.
010820 01  WS-TOKVAULT-STATUS       PIC X(002) VALUE '00'.
010830 01  WS-CUSTALOG-STATUS       PIC X(002) VALUE '00'.
010880 01  WS-EMBARGO-STATUS        PIC X(002) VALUE '00'.
010900
011000 01  WS-SWITCHES.
011100     05  WS-FILE-EOF-SW       PIC X(001) VALUE 'N'.
011200         88  WS-FILE-EOF          VALUE 'Y'.
011300     05  WS-ALIAS-FOUND-SW    PIC X(001) VALUE 'N'.
011400         88  WS-ALIAS-FOUND       VALUE 'Y'.
011410     05  WS-SHOW-CLEAR-SW     PIC X(001) VALUE 'N'.
011420         88  WS-SHOW-CLEAR        VALUE 'Y'.
011430     05  WS-TOKVAULT-OPEN-SW  PIC X(001) VALUE 'N'.
011440         88  WS-TOKVAULT-IS-OPEN  VALUE 'Y'.
011500
011600 01  WS-INQUIRY-KEY           PIC X(008) VALUE SPACES.
011700 01  WS-ALIAS-KEY             PIC X(008) VALUE SPACES.
011710 01  WS-REQUESTOR-ID          PIC X(008) VALUE SPACES.
011720 01  WS-PURPOSE-CODE          PIC X(004) VALUE SPACES.
011730 01  WS-LOG-RESULT            PIC X(008) VALUE SPACES.
011731*
011732* THE EMBARGO ROW BEING LISTED (2700), ITS DATES AS NUMBERS AND
011733* WHERE IT STANDS TODAY.
011734 01  WS-TODAY                 PIC 9(008) VALUE 0.
011735 01  WS-EMB-START-DATE        PIC 9(008) VALUE 0.
011736 01  WS-EMB-RELEASE-DATE      PIC 9(008) VALUE 0.
011737 01  WS-EMB-STANDING          PIC X(009) VALUE SPACES.
011738 01  WS-EMB-LINES             PIC 9(004) COMP-5 VALUE 0.
011740
011750*
011760* ONE DETAIL CONTACT VALUE BEING RESOLVED (2550) AND ITS TYPE.
011770 01  WS-TKV-TYPE              PIC X(001) VALUE SPACES.
011780 01  WS-TKV-VALUE             PIC X(020) VALUE SPACES.
011800
011900*
012000* THE KEY'S SIGNIFICANT LENGTH, SO THE JSONERR BUFFER SEARCH
013400
013500     PERFORM 1000-INITIALIZE       THRU 1000-EXIT
013600     PERFORM 2000-REPORT-MASTER    THRU 2000-EXIT
013650     PERFORM 2500-REPORT-DETAIL    THRU 2500-EXIT
013670     PERFORM 2700-REPORT-EMBARGO   THRU 2700-EXIT
013700     PERFORM 3000-REPORT-ARCHIVE   THRU 3000-EXIT
013800     PERFORM 4000-REPORT-DELTAS    THRU 4000-EXIT
013900     PERFORM 5000-REPORT-REJECTS   THRU 5000-EXIT
014800* 1000-INITIALIZE  --  READS THE INQUIRY KEY, MEASURES ITS       *
014900*                      SIGNIFICANT LENGTH, RESOLVES ITS CUSTXREF *
015000*                      ALIAS, AND WRITES THE REPORT HEADING.     *
015010*                      A NAMED REQUESTOR WITH AN AUTHORIZED      *
015020*                      PURPOSE CODE MAY SEE CLEAR CONTACT VALUES.*
015100******************************************************************
015200 1000-INITIALIZE.
015300
016500             CONTINUE
016600         NOT AT END
016700             MOVE CIQ-CUSTOMER-ID TO WS-INQUIRY-KEY
016710             MOVE CIQ-REQUESTOR-ID TO WS-REQUESTOR-ID
016720             MOVE CIQ-PURPOSE-CODE TO WS-PURPOSE-CODE
016730             IF CIQ-REQUESTOR-ID NOT = SPACES
016740                 AND CIQ-PURPOSE-CLEAR-VALUES
016750                 SET WS-SHOW-CLEAR TO TRUE
016760             END-IF
016800     END-READ
016900     CLOSE Inquiry-Parm
017000
019600            WS-INQUIRY-KEY DELIMITED BY SIZE
019700         INTO CINQRPT-REC
019800     WRITE CINQRPT-REC
019810
019820     MOVE SPACES TO CINQRPT-REC
019830     STRING 'REQUESTED BY ' DELIMITED BY SIZE
019840            WS-REQUESTOR-ID DELIMITED BY SIZE
019850            ' PURPOSE ' DELIMITED BY SIZE
019860            WS-PURPOSE-CODE DELIMITED BY SIZE
019870         INTO CINQRPT-REC
019880     WRITE CINQRPT-REC
019890
020000     IF WS-ALIAS-FOUND
020100         MOVE SPACES TO CINQRPT-REC
020200         STRING 'FORMERLY FILED UNDER ' DELIMITED BY SIZE
025300     EXIT.
025400
025500******************************************************************
025502* 2000-REPORT-MASTER  --  THE CURRENT MASTER RECORD, OR A        *
025504*                         NOT-ON-MASTER LINE.                    *
025506******************************************************************
025508 2000-REPORT-MASTER.
025510
025512     MOVE SPACES TO CINQRPT-REC
025514     MOVE 'CURRENT MASTER RECORD' TO CINQRPT-REC
025516     WRITE CINQRPT-REC
025518
025520     OPEN INPUT Customer-Master
025522     IF WS-CUSTMAST-STATUS NOT = '00'
025524         MOVE SPACES TO CINQRPT-REC
025526         MOVE '  MASTER NOT AVAILABLE' TO CINQRPT-REC
025528         WRITE CINQRPT-REC
025530         GO TO 2000-EXIT
025532     END-IF
025534
025536     MOVE WS-INQUIRY-KEY TO SD-001 OF CUSTMAST-REC
025538     MOVE SPACES TO CINQRPT-REC
025540     READ Customer-Master
025542         INVALID KEY
025544             MOVE '  NOT ON MASTER' TO CINQRPT-REC
025546         NOT INVALID KEY
025548             STRING '  ' DELIMITED BY SIZE
025550                    CUSTMAST-REC DELIMITED BY SIZE
025552                 INTO CINQRPT-REC
025554     END-READ
025556     WRITE CINQRPT-REC
025558
025560     CLOSE Customer-Master
025562
025564     .
025566 2000-EXIT.
025568     EXIT.
025578
025588******************************************************************
025598* 2500-REPORT-DETAIL  --  THE CUSTDETL DETAIL SEGMENT.  THE      *
025608*                         CONTACT NAME AND PHONE ARE RESOLVED    *
025618*                         THROUGH TOKVAULT WHEN 1000 ALLOWED     *
025628*                         CLEAR VALUES, AND SHOWN AS TOKENS      *
025638*                         OTHERWISE OR WHEN THE VAULT CANNOT BE  *
025648*                         OPENED.  THE INQUIRY IS LOGGED TO      *
025658*                         CUSTALOG EITHER WAY.                   *
025668******************************************************************
025678 2500-REPORT-DETAIL.
025688
025698     MOVE SPACES TO CINQRPT-REC
025708     MOVE 'CUSTOMER DETAIL SEGMENT' TO CINQRPT-REC
025718     WRITE CINQRPT-REC
025728
025738     MOVE 'TOKENS  ' TO WS-LOG-RESULT
025748     OPEN INPUT Customer-Detail
025758     IF WS-CUSTDETL-STATUS NOT = '00'
025768         MOVE SPACES TO CINQRPT-REC
025778         MOVE '  DETAIL NOT AVAILABLE' TO CINQRPT-REC
025788         WRITE CINQRPT-REC
025798         PERFORM 2590-WRITE-ACCESS-LOG THRU 2590-EXIT
025808         GO TO 2500-EXIT
025818     END-IF
025828
025838     MOVE WS-INQUIRY-KEY TO CDT-CUSTOMER-KEY OF CUSTDETL-REC
025848     READ Customer-Detail
025858         INVALID KEY
025868             MOVE SPACES TO CINQRPT-REC
025878             MOVE '  NO DETAIL SEGMENT' TO CINQRPT-REC
025888             WRITE CINQRPT-REC
025898             MOVE 'NOTFOUND' TO WS-LOG-RESULT
025908             CLOSE Customer-Detail
025918             PERFORM 2590-WRITE-ACCESS-LOG THRU 2590-EXIT
025928             GO TO 2500-EXIT
025938     END-READ
025948     CLOSE Customer-Detail
025958
025968     IF WS-SHOW-CLEAR
025978         OPEN INPUT Token-Vault
025988         IF WS-TOKVAULT-STATUS = '00'
025998             SET WS-TOKVAULT-IS-OPEN TO TRUE
026008             MOVE 'CLEAR   ' TO WS-LOG-RESULT
026018         ELSE
026028             DISPLAY MYNAME
026029                 ' TOKEN VAULT NOT AVAILABLE, STATUS = '
026038                 WS-TOKVAULT-STATUS ', TOKENS SHOWN'
026048         END-IF
026058     END-IF
026068
026078     IF WS-TOKVAULT-IS-OPEN
026088         MOVE 'N' TO WS-TKV-TYPE
026098         MOVE CDT-CONTACT-NAME OF CUSTDETL-REC TO WS-TKV-VALUE
026108         PERFORM 2550-RESOLVE-TOKEN THRU 2550-EXIT
026118         MOVE WS-TKV-VALUE TO CDT-CONTACT-NAME OF CUSTDETL-REC
026128         MOVE 'P' TO WS-TKV-TYPE
026138         MOVE CDT-CONTACT-PHONE OF CUSTDETL-REC TO WS-TKV-VALUE
026148         PERFORM 2550-RESOLVE-TOKEN THRU 2550-EXIT
026158         MOVE WS-TKV-VALUE(1:12)
026168             TO CDT-CONTACT-PHONE OF CUSTDETL-REC
026178         CLOSE Token-Vault
026188     END-IF
026198
026208     MOVE SPACES TO CINQRPT-REC
026218     STRING '  CONTACT ' DELIMITED BY SIZE
026228            CDT-CONTACT-NAME OF CUSTDETL-REC DELIMITED BY SIZE
026238            ' PHONE ' DELIMITED BY SIZE
026248            CDT-CONTACT-PHONE OF CUSTDETL-REC DELIMITED BY SIZE
026258            ' ACCOUNT TYPE ' DELIMITED BY SIZE
026268            CDT-ACCOUNT-TYPE OF CUSTDETL-REC DELIMITED BY SIZE
026278         INTO CINQRPT-REC
026288     WRITE CINQRPT-REC
026298
026308     PERFORM 2590-WRITE-ACCESS-LOG THRU 2590-EXIT
026318
026328     .
026338 2500-EXIT.
026348     EXIT.
026358
026368******************************************************************
026378* 2550-RESOLVE-TOKEN  --  TURNS THE TOKEN IN WS-TKV-VALUE BACK   *
026388*                         INTO ITS CLEAR VALUE FOR THE INQUIRY   *
026398*                         KEY.  A TOKEN ISSUED FOR ANY OTHER     *
026408*                         CUSTOMER OR FIELD, OR NOT IN THE       *
026418*                         VAULT, IS LEFT AS THE TOKEN.  A VALUE  *
026428*                         THAT IS NOT A TOKEN IS LEFT AS IT IS.  *
026438******************************************************************
026448 2550-RESOLVE-TOKEN.
026458
026468     IF WS-TKV-VALUE(1:3) NOT = '*TK'
026478         GO TO 2550-EXIT
026488     END-IF
026498
026508     MOVE WS-TKV-VALUE(1:12) TO TKV-TOKEN
026518     READ Token-Vault
026528         INVALID KEY
026538             GO TO 2550-EXIT
026548     END-READ
026558
026568     IF TKV-CUSTOMER-KEY = WS-INQUIRY-KEY
026578         AND TKV-FIELD-TYPE = WS-TKV-TYPE
026588         MOVE TKV-CLEAR-VALUE TO WS-TKV-VALUE
026598     END-IF
026608
026618     .
026628 2550-EXIT.
026638     EXIT.
026648
026658******************************************************************
026668* 2590-WRITE-ACCESS-LOG  --  APPENDS ONE CUSTALOG ROW FOR THE    *
026678*                            INQUIRY: WHO, WHY, WHICH CUSTOMER,  *
026688*                            AND WHETHER THE CONTACT VALUES WERE *
026698*                            SHOWN IN CLEAR.                     *
026708******************************************************************
026718 2590-WRITE-ACCESS-LOG.
026728
026738     OPEN EXTEND Access-Log
026748     IF WS-CUSTALOG-STATUS = '05' OR WS-CUSTALOG-STATUS = '35'
026758         OPEN OUTPUT Access-Log
026768     END-IF
026778
026788     ACCEPT ALG-TIMESTAMP-DATE FROM DATE YYYYMMDD
026798     ACCEPT ALG-TIMESTAMP-TIME FROM TIME
026808     MOVE MYNAME           TO ALG-PROGRAM-ID
026818     MOVE WS-REQUESTOR-ID  TO ALG-REQUESTOR-ID
026828     MOVE WS-PURPOSE-CODE  TO ALG-PURPOSE-CODE
026838     MOVE WS-INQUIRY-KEY   TO ALG-CUSTOMER-KEY
026848     MOVE SPACES           TO ALG-FEED-ID
026858     MOVE WS-LOG-RESULT    TO ALG-RESULT
026868
026878     WRITE ALG-ACCESS-LOG-RECORD
026888
026898     CLOSE Access-Log
026908
026918     .
026928 2590-EXIT.
026938     EXIT.
026948
026958******************************************************************
026968* 2700-REPORT-EMBARGO  --  EVERY EMBARGO ROW ON THE INQUIRY KEY, *
026978*                          IN FILE ORDER: IN FORCE TODAY, NOT    *
026988*                          YET STARTED (PENDING), OR PAST ITS    *
026998*                          RELEASE DATE (RELEASED) -- THE SAME   *
027008*                          TEST JSNGDLY APPLIES.                 *
027018******************************************************************
027028 2700-REPORT-EMBARGO.
027038
027048     MOVE SPACES TO CINQRPT-REC
027058     MOVE 'CUSTOMER EMBARGO' TO CINQRPT-REC
027068     WRITE CINQRPT-REC
027078
027088     ACCEPT WS-TODAY FROM DATE YYYYMMDD
027098     MOVE 0   TO WS-EMB-LINES
027108     MOVE 'N' TO WS-FILE-EOF-SW
027118     OPEN INPUT Embargo-Table
027128     IF WS-EMBARGO-STATUS NOT = '00'
027138         MOVE SPACES TO CINQRPT-REC
027148         MOVE '  NO EMBARGO FILE' TO CINQRPT-REC
027158         WRITE CINQRPT-REC
027168         GO TO 2700-EXIT
027178     END-IF
027188
027198     PERFORM 2710-READ-EMBARGO THRU 2710-EXIT
027208     PERFORM UNTIL WS-FILE-EOF
027218         IF EMB-CUSTOMER-KEY = WS-INQUIRY-KEY
027228             PERFORM 2720-WRITE-EMBARGO-LINE THRU 2720-EXIT
027238         END-IF
027248         PERFORM 2710-READ-EMBARGO THRU 2710-EXIT
027258     END-PERFORM
027268
027278     CLOSE Embargo-Table
027288
027298     IF WS-EMB-LINES = 0
027308         MOVE SPACES TO CINQRPT-REC
027318         MOVE '  NOT EMBARGOED' TO CINQRPT-REC
027328         WRITE CINQRPT-REC
027338     END-IF
027348
027358     .
027368 2700-EXIT.
027378     EXIT.
027388
027398******************************************************************
027408* 2710-READ-EMBARGO  --  PRIMES/ADVANCES THE EMBARGO CURSOR.     *
027418******************************************************************
027428 2710-READ-EMBARGO.
027438
027448     READ Embargo-Table
027458         AT END
027468             SET WS-FILE-EOF TO TRUE
027478     END-READ
027488
027498     .
027508 2710-EXIT.
027518     EXIT.
027528
027538******************************************************************
027548* 2720-WRITE-EMBARGO-LINE  --  ONE EMBARGO ROW AND WHERE IT      *
027558*                              STANDS TODAY.  A BLANK DATE SHOWS *
027568*                              AS ZEROES.                        *
027578******************************************************************
027588 2720-WRITE-EMBARGO-LINE.
027598
027608     IF EMB-START-DATE IS NUMERIC
027618         MOVE EMB-START-DATE TO WS-EMB-START-DATE
027628     ELSE
027638         MOVE 0 TO WS-EMB-START-DATE
027648     END-IF
027658     IF EMB-RELEASE-DATE IS NUMERIC
027668         MOVE EMB-RELEASE-DATE TO WS-EMB-RELEASE-DATE
027678     ELSE
027688         MOVE 0 TO WS-EMB-RELEASE-DATE
027698     END-IF
027708
027718     EVALUATE TRUE
027728         WHEN WS-EMB-START-DATE > WS-TODAY
027738             MOVE 'PENDING  ' TO WS-EMB-STANDING
027748         WHEN WS-EMB-RELEASE-DATE > 0
027758             AND WS-EMB-RELEASE-DATE NOT > WS-TODAY
027768             MOVE 'RELEASED ' TO WS-EMB-STANDING
027778         WHEN OTHER
027788             MOVE 'IN FORCE ' TO WS-EMB-STANDING
027798     END-EVALUATE
027808
027818     MOVE SPACES TO CINQRPT-REC
027828     STRING '  ' DELIMITED BY SIZE
027838            WS-EMB-STANDING DELIMITED BY SIZE
027848            ' FROM ' DELIMITED BY SIZE
027858            WS-EMB-START-DATE DELIMITED BY SIZE
027868            ' RELEASE ' DELIMITED BY SIZE
027878            WS-EMB-RELEASE-DATE DELIMITED BY SIZE
027888            ' BY ' DELIMITED BY SIZE
027898            EMB-REQUESTED-BY DELIMITED BY SIZE
027908            ' ' DELIMITED BY SIZE
027918            EMB-REASON DELIMITED BY SIZE
027928         INTO CINQRPT-REC
027938     WRITE CINQRPT-REC
027948     ADD 1 TO WS-EMB-LINES
027958
027968     .
027978 2720-EXIT.
027988     EXIT.
029000
029100******************************************************************
029200* 3000-REPORT-ARCHIVE  --  EVERY JSONARCH BUFFER SENT FOR THE    *

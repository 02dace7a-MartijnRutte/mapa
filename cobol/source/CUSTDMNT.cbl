000100******************************************************************
000200* IDENTIFICATION DIVISION.                                       *
000300******************************************************************
000400 Identification Division.
000500 Program-ID. CUSTDMNT.
000600 Author. D. PEMBERTON, BATCH SUPPORT.
000700 Installation. PARTNER INTEGRATION.
000800 Date-Written. 2026-10-14.
000900 Date-Compiled. 2026-10-14.
001000******************************************************************
001100* MODIFICATION HISTORY                                          *
001200* ---------------------------------------------------------------*
001300* DATE       INIT  DESCRIPTION                                  *
001400* 2026-10-14 MAR   ORIGINAL PROGRAM.  ONLINE ADD/CHANGE/INQUIRE  *
001500*                  SCREEN OVER THE CUSTDETL DETAIL SEGMENT, FOR  *
001600*                  THE SERVICE DESK TO CORRECT A CUSTOMER'S      *
001700*                  CONTACT NAME, PHONE OR ACCOUNT TYPE WITHOUT   *
001800*                  WAITING FOR A PARTNER'S DETLIN ROW.  KEYED ON *
001900*                  SD-001: A KEY NOT ON CUSTMAST IS REFUSED.     *
002000*                  THE FIELDS GET THE SAME EDITS JSNCMUPD'S      *
002100*                  DETLIN PASS GIVES THEM -- A NON-BLANK KEY AND *
002200*                  AN ACCOUNT TYPE THAT IS ONE OF OUR OWN CODES  *
002300*                  ON VALXLAT.  EVERY SAVE IS JOURNALED TO       *
002400*                  CMJRNL AS A DETAIL-SEGMENT ROW WITH THE       *
002500*                  SIGNED-ON OPERATOR AND THE BEFORE AND AFTER   *
002600*                  IMAGES, SO CMREBLD AND CMCRMXTR SEE IT.  A    *
002700*                  SAVE IS REFUSED WHILE A BATCH RUN HOLDS THE   *
002800*                  RUNLOCK, OR WHEN THE ROW CHANGED UNDER THE    *
002900*                  OPERATOR SINCE IT WAS SHOWN.                  *
002910* 2026-10-14 MAR   CONTACT NAME AND PHONE ARE HELD AS TOKVAULT   *
002920*                  TOKENS.  THE SCREEN SHOWS THE TOKEN, NEVER    *
002930*                  THE CLEAR VALUE (CUSTINQR RESOLVES IT FOR AN  *
002940*                  AUTHORIZED PURPOSE); A TOKEN LEFT AS SHOWN    *
002950*                  KEEPS ITS VALUE, AND ANYTHING TYPED OVER IT   *
002960*                  IS TOKENIZED AT SAVE (2650).                  *
002970* 2026-10-14 MAR   THE JOURNAL ROW'S NEW CMJ-SOURCE-ADJUST FLAG  *
002980*                  IS WRITTEN AS SPACE -- NOTHING HERE MOVES AN  *
002990*                  SD-004 TO A BUSINESS DAY.                     *
002992* 2026-10-14 MAR   THE JOURNAL ROW'S NEW CMJ-BEFORE-STAMP IS     *
002994*                  WRITTEN AS SPACES -- ONLY A FEED APPLY        *
002996*                  STAMPS CUSTSTMP.                              *
003000******************************************************************
003100 Environment Division.
003200 Input-Output Section.
003300 File-Control.
003400     Select Customer-Master Assign to 'CUSTMAST'
003500         Organization is Indexed
003600         Access Mode is Random
003700         Record Key is SD-001 OF CUSTMAST-REC
003800         File Status is WS-CUSTMAST-STATUS.
003900
004000     Select Customer-Detail Assign to 'CUSTDETL'
004100         Organization is Indexed
004200         Access Mode is Random
004300         Record Key is CDT-CUSTOMER-KEY OF CUSTDETL-REC
004400         File Status is WS-CUSTDETL-STATUS.
004500
004600     Select Journal-File Assign to 'CMJRNL'
004700         Organization is Line Sequential
004800         File Status is WS-CMJRNL-STATUS.
004900
005000     Select Run-Lock Assign to 'RUNLOCK'
005100         Organization is Sequential
005200         File Status is WS-RUNLOCK-STATUS.
005300
005400     Select Value-Xlate-Table Assign to 'VALXLAT'
005500         Organization is Line Sequential
005600         File Status is WS-VALXLAT-STATUS.
005610
005620     Select Token-Vault Assign to 'TOKVAULT'
005630         Organization is Indexed
005640         Access Mode is Random
005650         Record Key is TKV-TOKEN
005660         File Status is WS-TOKVAULT-STATUS.
005700 Data Division.
005800 File Section.
005900 FD  Customer-Master
006000     Label Records are Standard
006100     Recording Mode is F.
006200 COPY SOMEDATA Replacing ==SOME-DATA== By ==CUSTMAST-REC==.
006300
006400 FD  Customer-Detail
006500     Label Records are Standard
006600     Recording Mode is F.
006700 COPY CUSTDETL Replacing ==CDT-DETAIL-RECORD== By
006800                         ==CUSTDETL-REC==.
006900
007000 FD  Journal-File
007100     Label Records are Standard
007200     Recording Mode is F.
007300 COPY CMJRNL.
007400
007500 FD  Run-Lock
007600     Label Records are Standard
007700     Recording Mode is F.
007800 COPY RUNLOCK.
007900
008000 FD  Value-Xlate-Table
008100     Label Records are Standard
008200     Recording Mode is F.
008300 COPY VALXLAT.
008400
008410 FD  Token-Vault
008420     Label Records are Standard
008430     Recording Mode is F.
008440 COPY TOKVAULT.
008450
008500 Working-Storage Section.
008600 01  CONSTANTS.
008700     05  MYNAME               PIC X(008) VALUE 'CUSTDMNT'.
008800
008900 01  WS-CUSTMAST-STATUS       PIC X(002) VALUE '00'.
009000 01  WS-CUSTDETL-STATUS       PIC X(002) VALUE '00'.
009100 01  WS-CMJRNL-STATUS         PIC X(002) VALUE '00'.
009200 01  WS-RUNLOCK-STATUS        PIC X(002) VALUE '00'.
009300 01  WS-VALXLAT-STATUS        PIC X(002) VALUE '00'.
009350 01  WS-TOKVAULT-STATUS       PIC X(002) VALUE '00'.
009400
009500 01  WS-SWITCHES.
009600     05  WS-SESSION-END-SW    PIC X(001) VALUE 'N'.
009700         88  WS-SESSION-ENDED     VALUE 'Y'.
009800     05  WS-VALXLAT-EOF-SW    PIC X(001) VALUE 'N'.
009900         88  WS-VALXLAT-EOF       VALUE 'Y'.
010000     05  WS-DETAIL-FOUND-SW   PIC X(001) VALUE 'N'.
010100         88  WS-DETAIL-FOUND      VALUE 'Y'.
010200     05  WS-ENTRY-DONE-SW     PIC X(001) VALUE 'N'.
010300         88  WS-ENTRY-DONE        VALUE 'Y'.
010400     05  WS-FIELDS-VALID-SW   PIC X(001) VALUE 'N'.
010500         88  WS-FIELDS-VALID      VALUE 'Y'.
010600     05  WS-LOCK-HELD-SW      PIC X(001) VALUE 'N'.
010700         88  WS-LOCK-HELD         VALUE 'Y'.
010800
010900*
011000* THE SESSION'S RUN ID ON EVERY JOURNAL ROW IT WRITES -- THE
011100* SIGN-ON TIMESTAMP, THE SAME CONVENTION AS A BATCH RUN'S START.
011200 01  WS-RUN-ID-DATE           PIC 9(008) VALUE 0.
011300 01  WS-RUN-ID-TIME           PIC 9(008) VALUE 0.
011400
011500*
011600* OUR OWN ACCOUNT-TYPE CODES: EVERY INTERNAL VALUE ON A VALXLAT
011700* ACCTTYPE ROW, WHATEVER THE FEED -- THE ONLY CODES JSNCMUPD'S
011800* INBOUND TRANSLATION CAN LAND ON CUSTDETL.  NO ACCTTYPE ROWS
011900* AT ALL MEANS NO FEED TRANSLATES THE FIELD, AND INBOUND TAKES
012000* ANY VALUE, SO THE SCREEN DOES TOO.
012100 01  WS-ACCT-TYPE-TABLE.
012200     05  WS-ACCT-TYPE-CODE    PIC X(004) OCCURS 200 TIMES.
012300 01  WS-ACCT-TYPE-MAX         PIC 9(004) COMP-5 VALUE 200.
012400 01  WS-ACCT-TYPE-COUNT       PIC 9(004) COMP-5 VALUE 0.
012500 01  WS-ACCT-TYPE-SUB         PIC 9(004) COMP-5 VALUE 0.
012600
012700*
012800* THE SCREEN FIELDS.
012900 01  WS-OPERATOR-ID           PIC X(008) VALUE SPACES.
013000 01  WS-FUNCTION              PIC X(001) VALUE SPACE.
013100     88  WS-FUNCTION-ADD          VALUE 'A'.
013200     88  WS-FUNCTION-CHANGE       VALUE 'C'.
013300     88  WS-FUNCTION-INQUIRE      VALUE 'I'.
013400     88  WS-FUNCTION-EXIT         VALUE 'X'.
013500 01  WS-CUSTOMER-KEY          PIC X(008) VALUE SPACES.
013600 01  WS-ENTRY-NAME            PIC X(020) VALUE SPACES.
013700 01  WS-ENTRY-PHONE           PIC X(012) VALUE SPACES.
013800 01  WS-ENTRY-ACCT-TYPE       PIC X(004) VALUE SPACES.
013900 01  WS-CONFIRM               PIC X(001) VALUE SPACE.
014000 01  WS-RETURN-KEY            PIC X(001) VALUE SPACE.
014100 01  WS-MESSAGE               PIC X(060) VALUE SPACES.
014200 01  WS-SHOW-SD-003           PIC X(008) VALUE SPACES.
014300 01  WS-SHOW-STATUS           PIC X(008) VALUE SPACES.
014400 01  WS-FUNCTION-TITLE        PIC X(008) VALUE SPACES.
014500
014600 01  WS-LOWER-CASE            PIC X(026)
014700                              VALUE 'abcdefghijklmnopqrstuvwxyz'.
014800 01  WS-UPPER-CASE            PIC X(026)
014900                              VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
015000
015100*
015200* THE ROW AS IT WAS SHOWN (SPACES FOR AN ADD) AND AS IT IS TO
015300* BE SAVED.
015400 COPY CUSTDETL Replacing ==CDT-DETAIL-RECORD== By
015500                         ==WS-DETAIL-BEFORE==.
015600 COPY CUSTDETL Replacing ==CDT-DETAIL-RECORD== By
015700                         ==WS-DETAIL-AFTER==.
015800
015810*
015820* TOKVAULT CONTACT TOKENIZING SUPPORT (2650/2660).
015830 01  WS-TKV-CUSTOMER          PIC X(008) VALUE SPACES.
015840 01  WS-TKV-TYPE              PIC X(001) VALUE SPACES.
015850 01  WS-TKV-VALUE             PIC X(020) VALUE SPACES.
015860 01  WS-TKV-OLD-TOKEN         PIC X(020) VALUE SPACES.
015870 01  WS-TKV-SEQ               PIC 9(009) VALUE 0.
015880
015900 01  WS-COUNTERS.
016000     05  WS-DETAILS-ADDED     PIC 9(009) COMP-5 VALUE 0.
016100     05  WS-DETAILS-CHANGED   PIC 9(009) COMP-5 VALUE 0.
016200     05  WS-INQUIRIES         PIC 9(009) COMP-5 VALUE 0.
016300
016400 Screen Section.
016500*
016600* SIGN-ON.  A BLANK OPERATOR ID ENDS THE SESSION.
016700 01  SCR-SIGNON.
016800     05  BLANK SCREEN.
016900     05  LINE 01 COLUMN 01 VALUE 'CUSTDMNT'.
017000     05  LINE 01 COLUMN 20 VALUE
017100             'CUSTOMER DETAIL MAINTENANCE -- SIGN ON'.
017200     05  LINE 05 COLUMN 05 VALUE 'OPERATOR ID  . . . .'.
017300     05  LINE 05 COLUMN 27 PIC X(008) USING WS-OPERATOR-ID
017400             HIGHLIGHT.
017500     05  LINE 22 COLUMN 01 VALUE
017600             'ENTER YOUR OPERATOR ID.  BLANK ENDS THE SESSION.'.
017700
017800*
017900* FUNCTION AND KEY.
018000 01  SCR-KEY-ENTRY.
018100     05  BLANK SCREEN.
018200     05  LINE 01 COLUMN 01 VALUE 'CUSTDMNT'.
018300     05  LINE 01 COLUMN 20 VALUE 'CUSTOMER DETAIL MAINTENANCE'.
018400     05  LINE 01 COLUMN 65 VALUE 'OPER'.
018500     05  LINE 01 COLUMN 70 PIC X(008) FROM WS-OPERATOR-ID.
018600     05  LINE 05 COLUMN 05 VALUE 'FUNCTION . . . . . .'.
018700     05  LINE 05 COLUMN 27 PIC X(001) USING WS-FUNCTION
018800             HIGHLIGHT.
018900     05  LINE 05 COLUMN 31 VALUE
019000             'A ADD  C CHANGE  I INQUIRE  X EXIT'.
019100     05  LINE 07 COLUMN 05 VALUE 'CUSTOMER KEY . . . .'.
019200     05  LINE 07 COLUMN 27 PIC X(008) USING WS-CUSTOMER-KEY
019300             HIGHLIGHT.
019400     05  LINE 22 COLUMN 01 PIC X(060) FROM WS-MESSAGE.
019500
019600*
019700* ADD OR CHANGE: THE DETAIL FIELDS OPEN FOR ENTRY.
019800 01  SCR-DETAIL-ENTRY.
019900     05  BLANK SCREEN.
020000     05  LINE 01 COLUMN 01 VALUE 'CUSTDMNT'.
020100     05  LINE 01 COLUMN 20 VALUE 'CUSTOMER DETAIL'.
020200     05  LINE 01 COLUMN 36 PIC X(008) FROM WS-FUNCTION-TITLE.
020300     05  LINE 01 COLUMN 65 VALUE 'OPER'.
020400     05  LINE 01 COLUMN 70 PIC X(008) FROM WS-OPERATOR-ID.
020500     05  LINE 03 COLUMN 05 VALUE 'CUSTOMER KEY . . . .'.
020600     05  LINE 03 COLUMN 27 PIC X(008) FROM WS-CUSTOMER-KEY.
020700     05  LINE 04 COLUMN 05 VALUE 'SD-003 . . . . . . .'.
020800     05  LINE 04 COLUMN 27 PIC X(008) FROM WS-SHOW-SD-003.
020900     05  LINE 05 COLUMN 05 VALUE 'MASTER STATUS  . . .'.
021000     05  LINE 05 COLUMN 27 PIC X(008) FROM WS-SHOW-STATUS.
021100     05  LINE 08 COLUMN 05 VALUE 'CONTACT NAME . . . .'.
021200     05  LINE 08 COLUMN 27 PIC X(020) USING WS-ENTRY-NAME
021300             HIGHLIGHT.
021400     05  LINE 09 COLUMN 05 VALUE 'CONTACT PHONE  . . .'.
021500     05  LINE 09 COLUMN 27 PIC X(012) USING WS-ENTRY-PHONE
021600             HIGHLIGHT.
021700     05  LINE 10 COLUMN 05 VALUE 'ACCOUNT TYPE . . . .'.
021800     05  LINE 10 COLUMN 27 PIC X(004) USING WS-ENTRY-ACCT-TYPE
021900             HIGHLIGHT.
022000     05  LINE 13 COLUMN 05 VALUE 'SAVE (Y/N) . . . . .'.
022100     05  LINE 13 COLUMN 27 PIC X(001) USING WS-CONFIRM
022200             HIGHLIGHT.
022300     05  LINE 22 COLUMN 01 PIC X(060) FROM WS-MESSAGE.
022400
022500*
022600* INQUIRY: THE SAME FIELDS, DISPLAY ONLY.
022700 01  SCR-INQUIRY.
022800     05  BLANK SCREEN.
022900     05  LINE 01 COLUMN 01 VALUE 'CUSTDMNT'.
023000     05  LINE 01 COLUMN 20 VALUE 'CUSTOMER DETAIL INQUIRY'.
023100     05  LINE 01 COLUMN 65 VALUE 'OPER'.
023200     05  LINE 01 COLUMN 70 PIC X(008) FROM WS-OPERATOR-ID.
023300     05  LINE 03 COLUMN 05 VALUE 'CUSTOMER KEY . . . .'.
023400     05  LINE 03 COLUMN 27 PIC X(008) FROM WS-CUSTOMER-KEY.
023500     05  LINE 04 COLUMN 05 VALUE 'SD-003 . . . . . . .'.
023600     05  LINE 04 COLUMN 27 PIC X(008) FROM WS-SHOW-SD-003.
023700     05  LINE 05 COLUMN 05 VALUE 'MASTER STATUS  . . .'.
023800     05  LINE 05 COLUMN 27 PIC X(008) FROM WS-SHOW-STATUS.
023900     05  LINE 08 COLUMN 05 VALUE 'CONTACT NAME . . . .'.
024000     05  LINE 08 COLUMN 27 PIC X(020) FROM WS-ENTRY-NAME.
024100     05  LINE 09 COLUMN 05 VALUE 'CONTACT PHONE  . . .'.
024200     05  LINE 09 COLUMN 27 PIC X(012) FROM WS-ENTRY-PHONE.
024300     05  LINE 10 COLUMN 05 VALUE 'ACCOUNT TYPE . . . .'.
024400     05  LINE 10 COLUMN 27 PIC X(004) FROM WS-ENTRY-ACCT-TYPE.
024500     05  LINE 22 COLUMN 01 VALUE 'PRESS ENTER TO CONTINUE'.
024600     05  LINE 22 COLUMN 25 PIC X(001) USING WS-RETURN-KEY.
024700
024800******************************************************************
024900 Procedure Division.
025000******************************************************************
025100 0000-MAINLINE.
025200
025300     PERFORM 1000-INITIALIZE          THRU 1000-EXIT
025400     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
025500         UNTIL WS-SESSION-ENDED
025600     PERFORM 9000-TERMINATE           THRU 9000-EXIT
025700
025800     GOBACK
025900     .
026000 0000-EXIT.
026100     EXIT.
026200
026300******************************************************************
026400* 1000-INITIALIZE  --  OPENS THE MASTER AND THE DETAIL FILE,     *
026500*                      LOADS THE ACCOUNT-TYPE CODES AND SIGNS    *
026600*                      THE OPERATOR ON.  A CUSTDETL THAT HAS     *
026700*                      NEVER BEEN CREATED IS CREATED, THE SAME   *
026800*                      AS JSNCMUPD'S DETAIL PASS DOES, AND SO    *
026850*                      IS THE TOKVAULT TOKEN VAULT.              *
026900******************************************************************
027000 1000-INITIALIZE.
027100
027200     ACCEPT WS-RUN-ID-DATE FROM DATE YYYYMMDD
027300     ACCEPT WS-RUN-ID-TIME FROM TIME
027400
027500     OPEN INPUT Customer-Master
027600     IF WS-CUSTMAST-STATUS NOT = '00'
027700         DISPLAY MYNAME ' UNABLE TO OPEN CUSTMAST, STATUS = '
027800             WS-CUSTMAST-STATUS
027900         MOVE 16 TO RETURN-CODE
028000         GOBACK
028100     END-IF
028200
028300     OPEN I-O Customer-Detail
028400     IF WS-CUSTDETL-STATUS = '05' OR WS-CUSTDETL-STATUS = '35'
028500         OPEN OUTPUT Customer-Detail
028600         CLOSE Customer-Detail
028700         OPEN I-O Customer-Detail
028800     END-IF
028900     IF WS-CUSTDETL-STATUS NOT = '00'
029000         DISPLAY MYNAME ' UNABLE TO OPEN CUSTDETL, STATUS = '
029100             WS-CUSTDETL-STATUS
029200         CLOSE Customer-Master
029300         MOVE 16 TO RETURN-CODE
029400         GOBACK
029500     END-IF
029600
029610     OPEN I-O Token-Vault
029620     IF WS-TOKVAULT-STATUS = '35'
029630         OPEN OUTPUT Token-Vault
029640         CLOSE Token-Vault
029650         OPEN I-O Token-Vault
029660     END-IF
029670     IF WS-TOKVAULT-STATUS NOT = '00'
029680         DISPLAY MYNAME ' UNABLE TO OPEN TOKVAULT, STATUS = '
029690             WS-TOKVAULT-STATUS
029692         CLOSE Customer-Master
029694         CLOSE Customer-Detail
029696         MOVE 16 TO RETURN-CODE
029698         GOBACK
029699     END-IF
029700     PERFORM 1100-LOAD-ACCT-TYPES THRU 1100-EXIT
029800     PERFORM 1200-SIGN-ON         THRU 1200-EXIT
029900
030000     .
030100 1000-EXIT.
030200     EXIT.
030300
030400******************************************************************
030500* 1100-LOAD-ACCT-TYPES  --  OPEN-SCAN-CLOSES VALXLAT FOR THE     *
030600*                           DISTINCT INTERNAL VALUES OF ITS      *
030700*                           ACCTTYPE ROWS.  NO VALXLAT MEANS NO  *
030800*                           ACCOUNT-TYPE EDIT.                   *
030900******************************************************************
031000 1100-LOAD-ACCT-TYPES.
031100
031200     OPEN INPUT Value-Xlate-Table
031300     IF WS-VALXLAT-STATUS NOT = '00'
031400         GO TO 1100-EXIT
031500     END-IF
031600
031700     PERFORM 1150-READ-VALUE-XLATE THRU 1150-EXIT
031800     PERFORM UNTIL WS-VALXLAT-EOF
031900         IF VXL-FIELD-ACCT-TYPE
032000             AND VXL-INTERNAL-VALUE NOT = SPACES
032100             MOVE VXL-INTERNAL-VALUE(1:4) TO WS-ENTRY-ACCT-TYPE
032200             PERFORM 2450-FIND-ACCT-TYPE THRU 2450-EXIT
032300             IF NOT WS-FIELDS-VALID
032400                 AND WS-ACCT-TYPE-COUNT < WS-ACCT-TYPE-MAX
032500                 ADD 1 TO WS-ACCT-TYPE-COUNT
032600                 MOVE WS-ENTRY-ACCT-TYPE
032700                     TO WS-ACCT-TYPE-CODE (WS-ACCT-TYPE-COUNT)
032800             END-IF
032900         END-IF
033000         PERFORM 1150-READ-VALUE-XLATE THRU 1150-EXIT
033100     END-PERFORM
033200
033300     CLOSE Value-Xlate-Table
033400     MOVE SPACES TO WS-ENTRY-ACCT-TYPE
033500
033600     .
033700 1100-EXIT.
033800     EXIT.
033900
034000******************************************************************
034100* 1150-READ-VALUE-XLATE  --  PRIMES/ADVANCES THE VALXLAT CURSOR. *
034200******************************************************************
034300 1150-READ-VALUE-XLATE.
034400
034500     READ Value-Xlate-Table
034600         AT END
034700             SET WS-VALXLAT-EOF TO TRUE
034800     END-READ
034900
035000     .
035100 1150-EXIT.
035200     EXIT.
035300
035400******************************************************************
035500* 1200-SIGN-ON  --  TAKES THE OPERATOR ID EVERY JOURNAL ROW OF   *
035600*                   THE SESSION CARRIES.  A BLANK ONE ENDS THE   *
035700*                   SESSION BEFORE ANYTHING IS SHOWN.            *
035800******************************************************************
035900 1200-SIGN-ON.
036000
036100     DISPLAY SCR-SIGNON
036200     ACCEPT SCR-SIGNON
036300
036400     INSPECT WS-OPERATOR-ID
036500         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
036600     IF WS-OPERATOR-ID = SPACES
036700         SET WS-SESSION-ENDED TO TRUE
036800     END-IF
036900
037000     .
037100 1200-EXIT.
037200     EXIT.
037300
037400******************************************************************
037500* 2000-PROCESS-TRANSACTION  --  ONE FUNCTION/KEY ENTRY.  THE KEY *
037600*                               MUST BE ON CUSTMAST.  AN ADD     *
037700*                               NEEDS NO DETAIL ROW YET; A       *
037800*                               CHANGE OR INQUIRY NEEDS ONE.     *
037900*                               ANY REFUSAL COMES BACK TO THIS   *
038000*                               SCREEN WITH ITS REASON.          *
038100******************************************************************
038200 2000-PROCESS-TRANSACTION.
038300
038400     MOVE SPACE TO WS-FUNCTION
038500     DISPLAY SCR-KEY-ENTRY
038600     ACCEPT SCR-KEY-ENTRY
038700     MOVE SPACES TO WS-MESSAGE
038800
038900     INSPECT WS-FUNCTION
039000         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
039100     INSPECT WS-CUSTOMER-KEY
039200         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
039300
039400     IF WS-FUNCTION-EXIT
039500         SET WS-SESSION-ENDED TO TRUE
039600         GO TO 2000-EXIT
039700     END-IF
039800     IF NOT WS-FUNCTION-ADD AND NOT WS-FUNCTION-CHANGE
039900         AND NOT WS-FUNCTION-INQUIRE
040000         MOVE 'FUNCTION MUST BE A, C, I OR X' TO WS-MESSAGE
040100         GO TO 2000-EXIT
040200     END-IF
040300     IF WS-CUSTOMER-KEY = SPACES
040400         MOVE 'CUSTOMER KEY IS REQUIRED' TO WS-MESSAGE
040500         GO TO 2000-EXIT
040600     END-IF
040700
040800     MOVE WS-CUSTOMER-KEY TO SD-001 OF CUSTMAST-REC
040900     READ Customer-Master
041000         INVALID KEY
041100             MOVE 'CUSTOMER KEY IS NOT ON THE MASTER'
041200                 TO WS-MESSAGE
041300             GO TO 2000-EXIT
041400     END-READ
041500     MOVE SD-003 OF CUSTMAST-REC TO WS-SHOW-SD-003
041600     IF SD-STATUS-INACTIVE OF CUSTMAST-REC
041700         MOVE 'INACTIVE' TO WS-SHOW-STATUS
041800     ELSE
041900         MOVE 'ACTIVE'   TO WS-SHOW-STATUS
042000     END-IF
042100
042200     PERFORM 2050-READ-DETAIL THRU 2050-EXIT
042300
042400     EVALUATE TRUE
042500         WHEN WS-FUNCTION-INQUIRE AND NOT WS-DETAIL-FOUND
042600         WHEN WS-FUNCTION-CHANGE  AND NOT WS-DETAIL-FOUND
042700             MOVE 'NO DETAIL ON FILE FOR THIS CUSTOMER -- USE A'
042800                 TO WS-MESSAGE
042900         WHEN WS-FUNCTION-ADD     AND WS-DETAIL-FOUND
043000             MOVE 'DETAIL ALREADY ON FILE -- USE C'
043100                 TO WS-MESSAGE
043200         WHEN WS-FUNCTION-INQUIRE
043300             PERFORM 2100-INQUIRE THRU 2100-EXIT
043400         WHEN OTHER
043500             PERFORM 2200-MAINTAIN THRU 2200-EXIT
043600     END-EVALUATE
043700
043800     .
043900 2000-EXIT.
044000     EXIT.
044100
044200******************************************************************
044300* 2050-READ-DETAIL  --  READS THE KEY'S CUSTDETL ROW INTO        *
044400*                       WS-DETAIL-BEFORE -- SPACES WHEN THERE IS *
044500*                       NONE.                                    *
044600******************************************************************
044700 2050-READ-DETAIL.
044800
044900     MOVE SPACES TO WS-DETAIL-BEFORE
045000     MOVE 'N' TO WS-DETAIL-FOUND-SW
045100     MOVE WS-CUSTOMER-KEY TO CDT-CUSTOMER-KEY OF CUSTDETL-REC
045200     READ Customer-Detail
045300         INVALID KEY
045400             CONTINUE
045500         NOT INVALID KEY
045600             MOVE CUSTDETL-REC TO WS-DETAIL-BEFORE
045700             SET WS-DETAIL-FOUND TO TRUE
045800     END-READ
045900
046000     .
046100 2050-EXIT.
046200     EXIT.
046300
046400******************************************************************
046500* 2100-INQUIRE  --  SHOWS THE DETAIL ROW, DISPLAY ONLY.          *
046600******************************************************************
046700 2100-INQUIRE.
046800
046900     MOVE CDT-CONTACT-NAME OF WS-DETAIL-BEFORE  TO WS-ENTRY-NAME
047000     MOVE CDT-CONTACT-PHONE OF WS-DETAIL-BEFORE TO WS-ENTRY-PHONE
047100     MOVE CDT-ACCOUNT-TYPE OF WS-DETAIL-BEFORE
047200         TO WS-ENTRY-ACCT-TYPE
047300     MOVE SPACE TO WS-RETURN-KEY
047400
047500     DISPLAY SCR-INQUIRY
047600     ACCEPT SCR-INQUIRY
047700     ADD 1 TO WS-INQUIRIES
047800
047900     .
048000 2100-EXIT.
048100     EXIT.
048200
048300******************************************************************
048400* 2200-MAINTAIN  --  AN ADD OR CHANGE: THE FIELDS ARE SHOWN (AS  *
048500*                    ON FILE FOR A CHANGE, BLANK FOR AN ADD)     *
048600*                    UNTIL THE OPERATOR SAVES VALID ENTRIES OR   *
048700*                    CANCELS.                                    *
048800******************************************************************
048900 2200-MAINTAIN.
049000
049100     IF WS-FUNCTION-ADD
049200         MOVE 'ADD'    TO WS-FUNCTION-TITLE
049300     ELSE
049400         MOVE 'CHANGE' TO WS-FUNCTION-TITLE
049500     END-IF
049600     MOVE CDT-CONTACT-NAME OF WS-DETAIL-BEFORE  TO WS-ENTRY-NAME
049700     MOVE CDT-CONTACT-PHONE OF WS-DETAIL-BEFORE TO WS-ENTRY-PHONE
049800     MOVE CDT-ACCOUNT-TYPE OF WS-DETAIL-BEFORE
049900         TO WS-ENTRY-ACCT-TYPE
050000
050100     MOVE 'N' TO WS-ENTRY-DONE-SW
050200     PERFORM 2300-ENTER-DETAIL THRU 2300-EXIT
050300         UNTIL WS-ENTRY-DONE
050400
050500     .
050600 2200-EXIT.
050700     EXIT.
050800
050900******************************************************************
051000* 2300-ENTER-DETAIL  --  ONE PASS OF THE ENTRY SCREEN.  N        *
051100*                        CANCELS; Y SAVES ONCE THE FIELDS PASS   *
051200*                        THEIR EDITS (2400); AN EDIT FAILURE     *
051300*                        STAYS ON THE SCREEN WITH ITS REASON.    *
051400******************************************************************
051500 2300-ENTER-DETAIL.
051600
051700     MOVE SPACE TO WS-CONFIRM
051800     DISPLAY SCR-DETAIL-ENTRY
051900     ACCEPT SCR-DETAIL-ENTRY
052000     MOVE SPACES TO WS-MESSAGE
052100
052200     INSPECT WS-CONFIRM
052300         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
052400     IF WS-CONFIRM = 'N'
052500         MOVE 'CANCELLED -- NOTHING SAVED' TO WS-MESSAGE
052600         SET WS-ENTRY-DONE TO TRUE
052700         GO TO 2300-EXIT
052800     END-IF
052900
053000     PERFORM 2400-EDIT-FIELDS THRU 2400-EXIT
053100     IF NOT WS-FIELDS-VALID
053200         GO TO 2300-EXIT
053300     END-IF
053400
053500     IF WS-CONFIRM NOT = 'Y'
053600         MOVE 'ENTER Y TO SAVE OR N TO CANCEL' TO WS-MESSAGE
053700         GO TO 2300-EXIT
053800     END-IF
053900
054000     SET WS-ENTRY-DONE TO TRUE
054100     MOVE WS-CUSTOMER-KEY
054200         TO CDT-CUSTOMER-KEY OF WS-DETAIL-AFTER
054300     MOVE WS-ENTRY-NAME
054400         TO CDT-CONTACT-NAME OF WS-DETAIL-AFTER
054500     MOVE WS-ENTRY-PHONE
054600         TO CDT-CONTACT-PHONE OF WS-DETAIL-AFTER
054700     MOVE WS-ENTRY-ACCT-TYPE
054800         TO CDT-ACCOUNT-TYPE OF WS-DETAIL-AFTER
054900     IF WS-FUNCTION-CHANGE
055000         AND WS-DETAIL-AFTER = WS-DETAIL-BEFORE
055100         MOVE 'NO FIELD WAS CHANGED -- NOTHING SAVED'
055200             TO WS-MESSAGE
055300         GO TO 2300-EXIT
055400     END-IF
055500
055600     PERFORM 2500-SAVE-DETAIL THRU 2500-EXIT
055700
055800     .
055900 2300-EXIT.
056000     EXIT.
056100
056200******************************************************************
056300* 2400-EDIT-FIELDS  --  THE DETLIN PASS'S EDITS: THE ACCOUNT     *
056400*                       TYPE, WHEN GIVEN, MUST BE ONE OF OUR OWN *
056500*                       CODES (1100).  NAME AND PHONE ARE FREE   *
056600*                       TEXT INBOUND AND HERE.  AN ADD WITH      *
056700*                       EVERY FIELD BLANK HAS NOTHING TO SAVE.   *
056800******************************************************************
056900 2400-EDIT-FIELDS.
057000
057100     MOVE 'N' TO WS-FIELDS-VALID-SW
057200
057300     IF WS-FUNCTION-ADD
057400         AND WS-ENTRY-NAME = SPACES
057500         AND WS-ENTRY-PHONE = SPACES
057600         AND WS-ENTRY-ACCT-TYPE = SPACES
057700         MOVE 'ENTER AT LEAST ONE DETAIL FIELD' TO WS-MESSAGE
057800         GO TO 2400-EXIT
057900     END-IF
058000
058100     INSPECT WS-ENTRY-ACCT-TYPE
058200         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
058300     IF WS-ENTRY-ACCT-TYPE = SPACES OR WS-ACCT-TYPE-COUNT = 0
058400         SET WS-FIELDS-VALID TO TRUE
058500         GO TO 2400-EXIT
058600     END-IF
058700
058800     PERFORM 2450-FIND-ACCT-TYPE THRU 2450-EXIT
058900     IF NOT WS-FIELDS-VALID
059000         MOVE 'ACCOUNT TYPE IS NOT A VALID CODE' TO WS-MESSAGE
059100     END-IF
059200
059300     .
059400 2400-EXIT.
059500     EXIT.
059600
059700******************************************************************
059800* 2450-FIND-ACCT-TYPE  --  SETS WS-FIELDS-VALID WHEN             *
059900*                          WS-ENTRY-ACCT-TYPE IS IN THE TABLE.   *
060000******************************************************************
060100 2450-FIND-ACCT-TYPE.
060200
060300     MOVE 'N' TO WS-FIELDS-VALID-SW
060400     MOVE 0 TO WS-ACCT-TYPE-SUB
060500     PERFORM UNTIL WS-FIELDS-VALID
060600             OR WS-ACCT-TYPE-SUB >= WS-ACCT-TYPE-COUNT
060700         ADD 1 TO WS-ACCT-TYPE-SUB
060800         IF WS-ACCT-TYPE-CODE (WS-ACCT-TYPE-SUB)
060900                 = WS-ENTRY-ACCT-TYPE
061000             SET WS-FIELDS-VALID TO TRUE
061100         END-IF
061200     END-PERFORM
061300
061400     .
061500 2450-EXIT.
061600     EXIT.
061700
061800******************************************************************
061900* 2500-SAVE-DETAIL  --  LANDS WS-DETAIL-AFTER ON CUSTDETL AND    *
062000*                       JOURNALS IT.  REFUSED WHILE A BATCH RUN  *
062100*                       HOLDS THE RUNLOCK, OR WHEN THE ROW ON    *
062200*                       FILE IS NO LONGER THE ONE THE OPERATOR   *
062300*                       WAS SHOWN -- THE OPERATOR STARTS AGAIN   *
062400*                       FROM THE CURRENT ROW.  CONTACT VALUES    *
062450*                       ARE TOKENIZED (2650) ONLY ONCE THE SAVE  *
062470*                       IS GOING AHEAD.                          *
062500******************************************************************
062600 2500-SAVE-DETAIL.
062700
062800     PERFORM 2550-CHECK-RUN-LOCK THRU 2550-EXIT
062900     IF WS-LOCK-HELD
063000         STRING 'BATCH RUN ' DELIMITED BY SIZE
063100             RLK-OWNER-PGM DELIMITED BY SPACE
063200             ' IS UPDATING -- NOTHING SAVED, TRY LATER'
063300                 DELIMITED BY SIZE
063400             INTO WS-MESSAGE
063500         END-STRING
063600         GO TO 2500-EXIT
063700     END-IF
063800
063900     MOVE WS-CUSTOMER-KEY TO CDT-CUSTOMER-KEY OF CUSTDETL-REC
064000     READ Customer-Detail
064100         INVALID KEY
064200             IF WS-FUNCTION-CHANGE
064300                 MOVE 'DETAIL WAS REMOVED MEANWHILE -- NOT SAVED'
064400                     TO WS-MESSAGE
064500                 GO TO 2500-EXIT
064600             END-IF
064650             PERFORM 2650-TOKENIZE-DETAIL THRU 2650-EXIT
064700             MOVE WS-DETAIL-AFTER TO CUSTDETL-REC
064800             WRITE CUSTDETL-REC
064900         NOT INVALID KEY
065000             IF WS-FUNCTION-ADD
065100                 OR CUSTDETL-REC NOT = WS-DETAIL-BEFORE
065200                 MOVE 'DETAIL CHANGED MEANWHILE -- NOT SAVED'
065300                     TO WS-MESSAGE
065400                 GO TO 2500-EXIT
065500             END-IF
065550             PERFORM 2650-TOKENIZE-DETAIL THRU 2650-EXIT
065600             MOVE WS-DETAIL-AFTER TO CUSTDETL-REC
065700             REWRITE CUSTDETL-REC
065800     END-READ
065900     IF WS-CUSTDETL-STATUS NOT = '00'
066000         STRING 'CUSTDETL UPDATE FAILED, STATUS '
066100                 DELIMITED BY SIZE
066200             WS-CUSTDETL-STATUS DELIMITED BY SIZE
066300             ' -- NOT SAVED' DELIMITED BY SIZE
066400             INTO WS-MESSAGE
066500         END-STRING
066600         GO TO 2500-EXIT
066700     END-IF
066800
066900     PERFORM 2600-WRITE-JOURNAL-ROW THRU 2600-EXIT
067000
067100     IF WS-FUNCTION-ADD
067200         ADD 1 TO WS-DETAILS-ADDED
067300         MOVE 'DETAIL ADDED' TO WS-MESSAGE
067400     ELSE
067500         ADD 1 TO WS-DETAILS-CHANGED
067600         MOVE 'DETAIL CHANGED' TO WS-MESSAGE
067700     END-IF
067800
067900     .
068000 2500-EXIT.
068100     EXIT.
068200
068300******************************************************************
068400* 2550-CHECK-RUN-LOCK  --  OPEN-READ-CLOSES THE RUNLOCK FILE.    *
068500*                          THE SCREEN ONLY LOOKS: IT NEVER CLAIMS *
068600*                          THE LOCK, SO A SESSION LEFT OPEN       *
068700*                          CANNOT HOLD UP THE NIGHT.  NO LOCK     *
068800*                          FILE MEANS NO RUN HAS EVER HELD IT.    *
068900******************************************************************
069000 2550-CHECK-RUN-LOCK.
069100
069200     MOVE 'N' TO WS-LOCK-HELD-SW
069300     OPEN INPUT Run-Lock
069400     IF WS-RUNLOCK-STATUS NOT = '00'
069500         GO TO 2550-EXIT
069600     END-IF
069700
069800     READ Run-Lock
069900         AT END
070000             CONTINUE
070100         NOT AT END
070200             IF RLK-LOCKED
070300                 SET WS-LOCK-HELD TO TRUE
070400             END-IF
070500     END-READ
070600     CLOSE Run-Lock
070700
070800     .
070900 2550-EXIT.
071000     EXIT.
071100
071200******************************************************************
071300* 2600-WRITE-JOURNAL-ROW  --  APPENDS ONE CMJRNL DETAIL-SEGMENT  *
071400*                             ROW FOR THE SAVE JUST MADE AND     *
071500*                             CLOSES THE JOURNAL AGAIN, SO THE   *
071600*                             BATCH PROGRAMS THAT EXTEND IT ARE  *
071700*                             NEVER KEPT OUT BY A SESSION.       *
071800******************************************************************
071900 2600-WRITE-JOURNAL-ROW.
072000
072100     OPEN EXTEND Journal-File
072200     IF WS-CMJRNL-STATUS = '05' OR WS-CMJRNL-STATUS = '35'
072300         OPEN OUTPUT Journal-File
072400     END-IF
072500
072600     ACCEPT CMJ-TIMESTAMP-DATE FROM DATE YYYYMMDD
072700     ACCEPT CMJ-TIMESTAMP-TIME FROM TIME
072800     MOVE MYNAME              TO CMJ-PROGRAM-ID
072900     MOVE WS-RUN-ID-DATE      TO CMJ-RUN-ID-DATE
073000     MOVE WS-RUN-ID-TIME      TO CMJ-RUN-ID-TIME
073100     IF WS-FUNCTION-ADD
073200         SET CMJ-ACTION-DETAIL-ADD    TO TRUE
073300     ELSE
073400         SET CMJ-ACTION-DETAIL-CHANGE TO TRUE
073500     END-IF
073600     MOVE WS-CUSTOMER-KEY     TO CMJ-CUSTOMER-KEY
073700     MOVE WS-DETAIL-BEFORE    TO CMJ-DTL-BEFORE-IMAGE
073800     MOVE WS-DETAIL-AFTER     TO CMJ-DTL-AFTER-IMAGE
073900     MOVE WS-OPERATOR-ID      TO CMJ-DTL-OPERATOR-ID
074000     MOVE SPACES              TO CMJ-DTL-SOURCE-BUFFER
074100     STRING 'ONLINE ' DELIMITED BY SIZE
074200         WS-FUNCTION-TITLE DELIMITED BY SPACE
074300         ' BY ' DELIMITED BY SIZE
074400         WS-OPERATOR-ID DELIMITED BY SPACE
074500         INTO CMJ-DTL-SOURCE-BUFFER
074600     END-STRING
074610     MOVE SPACE               TO CMJ-SOURCE-ADJUST
074615     MOVE SPACES              TO CMJ-BEFORE-STAMP
074700
074800     WRITE CMJ-JOURNAL-RECORD
074900     CLOSE Journal-File
075000
075100     .
075200 2600-EXIT.
075300     EXIT.
075400
075402******************************************************************
075403* 2650-TOKENIZE-DETAIL  --  SWAPS THE CONTACT NAME AND PHONE IN  *
075404*                           WS-DETAIL-AFTER FOR TOKVAULT TOKENS, *
075405*                           CARRYING THE TOKENS THE OPERATOR WAS *
075406*                           SHOWN SO AN UNTOUCHED OR RE-TYPED    *
075407*                           VALUE KEEPS ITS TOKEN.               *
075408******************************************************************
075409 2650-TOKENIZE-DETAIL.
075410
075411     MOVE WS-CUSTOMER-KEY TO WS-TKV-CUSTOMER
075412
075413     MOVE 'N' TO WS-TKV-TYPE
075414     MOVE CDT-CONTACT-NAME OF WS-DETAIL-AFTER  TO WS-TKV-VALUE
075415     MOVE CDT-CONTACT-NAME OF WS-DETAIL-BEFORE TO WS-TKV-OLD-TOKEN
075416     PERFORM 2660-TOKENIZE-VALUE THRU 2660-EXIT
075417     MOVE WS-TKV-VALUE TO CDT-CONTACT-NAME OF WS-DETAIL-AFTER
075418
075419     MOVE 'P' TO WS-TKV-TYPE
075420     MOVE CDT-CONTACT-PHONE OF WS-DETAIL-AFTER  TO WS-TKV-VALUE
075421     MOVE CDT-CONTACT-PHONE OF WS-DETAIL-BEFORE
075422         TO WS-TKV-OLD-TOKEN
075423     PERFORM 2660-TOKENIZE-VALUE THRU 2660-EXIT
075424     MOVE WS-TKV-VALUE(1:12)
075425         TO CDT-CONTACT-PHONE OF WS-DETAIL-AFTER
075426
075427     .
075428 2650-EXIT.
075429     EXIT.
075430
075431******************************************************************
075432* 2660-TOKENIZE-VALUE  --  AS JSNCMUPD'S 2466: ONE VALUE IN      *
075433*                          WS-TKV-VALUE COMES BACK AS ITS TOKEN. *
075434*                          THE TOKEN THE OPERATOR WAS SHOWN IS   *
075435*                          KEPT WHEN IT WAS LEFT AS IT STOOD OR  *
075436*                          RESOLVES TO THE SAME VALUE; OTHERWISE *
075437*                          A NEW VAULT ROW IS ISSUED.  A BLANK   *
075438*                          VALUE STAYS BLANK.                    *
075439******************************************************************
075440 2660-TOKENIZE-VALUE.
075441
075442     IF WS-TKV-VALUE = SPACES
075443         GO TO 2660-EXIT
075444     END-IF
075445
075446     IF WS-TKV-OLD-TOKEN(1:3) = '*TK'
075447         IF WS-TKV-VALUE = WS-TKV-OLD-TOKEN
075448             GO TO 2660-EXIT
075449         END-IF
075450         MOVE WS-TKV-OLD-TOKEN(1:12) TO TKV-TOKEN
075451         READ Token-Vault
075452             INVALID KEY
075453                 CONTINUE
075454             NOT INVALID KEY
075455                 IF TKV-CUSTOMER-KEY = WS-TKV-CUSTOMER
075456                     AND TKV-FIELD-TYPE = WS-TKV-TYPE
075457                     AND TKV-CLEAR-VALUE = WS-TKV-VALUE
075458                     MOVE TKV-TOKEN TO WS-TKV-VALUE
075459                     GO TO 2660-EXIT
075460                 END-IF
075461         END-READ
075462     END-IF
075463
075464     MOVE '*TK000000000' TO TKV-TOKEN
075465     READ Token-Vault
075466         INVALID KEY
075467             MOVE SPACES TO TKV-VAULT-RECORD
075468             MOVE '*TK000000000' TO TKV-TOKEN
075469             SET TKV-CONTROL-ROW TO TRUE
075470             MOVE 0 TO TKV-LAST-SEQ
075471             WRITE TKV-VAULT-RECORD
075472     END-READ
075473     ADD 1 TO TKV-LAST-SEQ
075474     MOVE TKV-LAST-SEQ TO WS-TKV-SEQ
075475     REWRITE TKV-VAULT-RECORD
075476
075477     MOVE SPACES          TO TKV-VAULT-RECORD
075478     SET TKV-IS-TOKEN     TO TRUE
075479     MOVE WS-TKV-SEQ      TO TKV-TOKEN-SEQ
075480     MOVE WS-TKV-TYPE     TO TKV-FIELD-TYPE
075481     MOVE WS-TKV-CUSTOMER TO TKV-CUSTOMER-KEY
075482     MOVE WS-TKV-VALUE    TO TKV-CLEAR-VALUE
075483     ACCEPT TKV-CREATED-DATE FROM DATE YYYYMMDD
075484     ACCEPT TKV-CREATED-TIME FROM TIME
075485     MOVE MYNAME          TO TKV-CREATED-PROGRAM
075486     WRITE TKV-VAULT-RECORD
075487
075488     MOVE TKV-TOKEN TO WS-TKV-VALUE
075489
075490     .
075491 2660-EXIT.
075492     EXIT.
075493
075500******************************************************************
075600* 9000-TERMINATE  --  CLOSES THE FILES AND REPORTS THE SESSION   *
075700*                     TOTALS.                                    *
075800******************************************************************
075900 9000-TERMINATE.
076000
076100     CLOSE Customer-Master
076200     CLOSE Customer-Detail
076250     CLOSE Token-Vault
076300
076400     DISPLAY MYNAME ' OPERATOR ' WS-OPERATOR-ID
076500         ' DETAILS ADDED = ' WS-DETAILS-ADDED
076600         ' CHANGED = ' WS-DETAILS-CHANGED
076700         ' INQUIRIES = ' WS-INQUIRIES
076800
076900     .
077000 9000-EXIT.
077100     EXIT.

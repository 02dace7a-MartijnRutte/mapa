000100******************************************************************
000200* IDENTIFICATION DIVISION.                                       *
000300******************************************************************
000400 Identification Division.
000500 Program-ID. CDTTOKN.
000600 Author. D. PEMBERTON, BATCH SUPPORT.
000700 Installation. PARTNER INTEGRATION.
000800 Date-Written. 2026-10-14.
000900 Date-Compiled. 2026-10-14.
001000******************************************************************
001100* MODIFICATION HISTORY                                          *
001200* ---------------------------------------------------------------*
001300* DATE       INIT  DESCRIPTION                                  *
001400* 2026-10-14 MAR   ORIGINAL PROGRAM.  ONE-TIME CONVERSION OF THE *
001500*                  CLEAR CONTACT NAME AND PHONE ALREADY AT REST  *
001600*                  TO TOKVAULT TOKENS: CUSTDETL AND JSONARCH ARE *
001700*                  REWRITTEN IN PLACE, AND JSNARCOF AND CMJRNL   *
001800*                  ARE CARRIED FORWARD TO NEW GENERATIONS        *
001900*                  (JSNARCFN, CMJRNLN) PROMOTED THE SAME WAY AS  *
002000*                  CMERASE'S.  A VALUE THAT IS ALREADY A TOKEN   *
002100*                  IS LEFT ALONE, SO THE RUN CAN BE REPEATED.    *
002200*                  AN ARCHIVE OR JOURNAL VALUE EQUAL TO THE      *
002300*                  CUSTOMER'S CURRENT CUSTDETL VALUE TAKES ITS   *
002400*                  TOKEN; ANY OLDER VALUE GETS ONE OF ITS OWN.   *
002500******************************************************************
002600 Environment Division.
002700 Input-Output Section.
002800 File-Control.
002900     Select Customer-Detail Assign to 'CUSTDETL'
003000         Organization is Indexed
003100         Access Mode is Dynamic
003200         Record Key is CDT-CUSTOMER-KEY OF CUSTDETL-REC
003300         File Status is WS-CUSTDETL-STATUS.
003400
003500     Select Token-Vault Assign to 'TOKVAULT'
003600         Organization is Indexed
003700         Access Mode is Random
003800         Record Key is TKV-TOKEN
003900         File Status is WS-TOKVAULT-STATUS.
004000
004100     Select Json-Archive Assign to 'JSONARCH'
004200         Organization is Indexed
004300         Access Mode is Sequential
004400         Record Key is JAR-ARCHIVE-KEY OF JAR-ARCHIVE-RECORD
004500         File Status is WS-JSONARCH-STATUS.
004600
004700     Select Archive-Offload-Old Assign to 'JSNARCOF'
004800         Organization is Line Sequential
004900         File Status is WS-JSNARCOF-STATUS.
005000
005100     Select Archive-Offload-New Assign to 'JSNARCFN'
005200         Organization is Line Sequential
005300         File Status is WS-JSNARCFN-STATUS.
005400
005500     Select Journal-Old Assign to 'CMJRNL'
005600         Organization is Line Sequential
005700         File Status is WS-CMJRNL-STATUS.
005800
005900     Select Journal-New Assign to 'CMJRNLN'
006000         Organization is Line Sequential
006100         File Status is WS-CMJRNLN-STATUS.
006200
006300     Select Run-Lock Assign to 'RUNLOCK'
006400         Organization is Sequential
006500         File Status is WS-RUNLOCK-STATUS.
006600 Data Division.
006700 File Section.
006800 FD  Customer-Detail
006900     Label Records are Standard
007000     Recording Mode is F.
007100 COPY CUSTDETL Replacing ==CDT-DETAIL-RECORD== By
007200                         ==CUSTDETL-REC==.
007300
007400 FD  Token-Vault
007500     Label Records are Standard
007600     Recording Mode is F.
007700 COPY TOKVAULT.
007800
007900 FD  Json-Archive
008000     Label Records are Standard
008100     Recording Mode is F.
008200 COPY JSNARCH.
008300
008400 FD  Archive-Offload-Old
008500     Label Records are Standard
008600     Recording Mode is F.
008700 COPY JSNARCH
008800     Replacing ==JAR-ARCHIVE-RECORD== By ==JAR-OFFLOAD-RECORD==.
008900
009000 FD  Archive-Offload-New
009100     Label Records are Standard
009200     Recording Mode is F.
009300 COPY JSNARCH
009400     Replacing ==JAR-ARCHIVE-RECORD== By ==JAR-OFFNEW-RECORD==.
009500
009600 FD  Journal-Old
009700     Label Records are Standard
009800     Recording Mode is F.
009900 COPY CMJRNL.
010000
010100 FD  Journal-New
010200     Label Records are Standard
010300     Recording Mode is F.
010400 COPY CMJRNL Replacing ==CMJ-JOURNAL-RECORD== By
010500                       ==CMJN-JOURNAL-RECORD==.
010600
010700 FD  Run-Lock
010800     Label Records are Standard
010900     Recording Mode is F.
011000 COPY RUNLOCK.
011100
011200 Working-Storage Section.
011300 01  CONSTANTS.
011400     05  MYNAME               PIC X(008) VALUE 'CDTTOKN '.
011500*
011600* WHERE A PAYLOAD'S DETAIL OBJECT STARTS.  JSNGDLY BUILDS IT
011700* WITH THE NAME AND PHONE AT THEIR FULL WIDTHS, SO THE NAME
011800* SITS 22 BYTES IN AND THE PHONE 31 BYTES AFTER THE NAME.
011900     05  WS-DETAIL-TAG        PIC X(021)
012000                              VALUE '"DETAIL":{"CONTACT":"'.
012100*
012200* HOW CUSTDMNT'S DETAIL JOURNAL ROWS NAME THEIR SOURCE.
012300     05  WS-ONLINE-TAG        PIC X(007) VALUE 'ONLINE '.
012400
012500 01  WS-CUSTDETL-STATUS       PIC X(002) VALUE '00'.
012600 01  WS-TOKVAULT-STATUS       PIC X(002) VALUE '00'.
012700 01  WS-JSONARCH-STATUS       PIC X(002) VALUE '00'.
012800 01  WS-JSNARCOF-STATUS       PIC X(002) VALUE '00'.
012900 01  WS-JSNARCFN-STATUS       PIC X(002) VALUE '00'.
013000 01  WS-CMJRNL-STATUS         PIC X(002) VALUE '00'.
013100 01  WS-CMJRNLN-STATUS        PIC X(002) VALUE '00'.
013200
013300 01  WS-SWITCHES.
013400     05  WS-PASS-EOF-SW       PIC X(001) VALUE 'N'.
013500         88  WS-PASS-EOF          VALUE 'Y'.
013600
013700*
013800* ONE DETAIL SEGMENT BEING TOKENIZED -- A CUSTDETL ROW OR A
013900* JOURNAL BEFORE/AFTER IMAGE -- AND ITS WHOLE-ROW COPIES.
014000 COPY CUSTDETL Replacing ==CDT-DETAIL-RECORD== By
014100                         ==WS-DETAIL-IMAGE==.
014200 01  WS-SCAN-BUFFER           PIC X(250) VALUE SPACES.
014300 01  WS-JOURNAL-SAVE          PIC X(156) VALUE SPACES.
014400
014500*
014600* TOKVAULT TOKENIZING SUPPORT (7000-7200): THE CUSTOMER AND
014700* FIELD BEING TOKENIZED, THE VALUE (TOKEN ON RETURN), AND THE
014800* CUSTOMER'S CURRENT CUSTDETL TOKENS OFFERED FOR REUSE.
014900 01  WS-TKV-CUSTOMER          PIC X(008) VALUE SPACES.
015000 01  WS-TKV-TYPE              PIC X(001) VALUE SPACES.
015100 01  WS-TKV-VALUE             PIC X(020) VALUE SPACES.
015200 01  WS-TKV-OLD-TOKEN         PIC X(020) VALUE SPACES.
015300 01  WS-TKV-SEQ               PIC 9(009) VALUE 0.
015400 01  WS-TKV-POS               PIC 9(004) COMP-5 VALUE 0.
015500 01  WS-CUR-NAME-TOKEN        PIC X(020) VALUE SPACES.
015600 01  WS-CUR-PHONE-TOKEN       PIC X(020) VALUE SPACES.
015700
015800 01  WS-COUNTERS.
015900     05  WS-DETL-ROWS         PIC 9(009) COMP-5 VALUE 0.
016000     05  WS-DETL-CONVERTED    PIC 9(009) COMP-5 VALUE 0.
016100     05  WS-ARCH-ROWS         PIC 9(009) COMP-5 VALUE 0.
016200     05  WS-ARCH-CONVERTED    PIC 9(009) COMP-5 VALUE 0.
016300     05  WS-OFFL-ROWS         PIC 9(009) COMP-5 VALUE 0.
016400     05  WS-OFFL-CONVERTED    PIC 9(009) COMP-5 VALUE 0.
016500     05  WS-JRNL-ROWS         PIC 9(009) COMP-5 VALUE 0.
016600     05  WS-JRNL-CONVERTED    PIC 9(009) COMP-5 VALUE 0.
016700     05  WS-TOKENS-ISSUED     PIC 9(009) COMP-5 VALUE 0.
016800     05  WS-TOKENS-REUSED     PIC 9(009) COMP-5 VALUE 0.
016900
017000*
017100* RUNLOCK RUN-SERIALIZATION SUPPORT (1900/8900).
017200 01  WS-RUNLOCK-STATUS        PIC X(002) VALUE '00'.
017300 01  WS-LOCK-RUN-DATE         PIC 9(008) VALUE 0.
017400 01  WS-LOCK-RUN-TIME         PIC 9(008) VALUE 0.
017500
017600******************************************************************
017700 Procedure Division.
017800******************************************************************
017900 0000-MAINLINE.
018000
018100     PERFORM 1000-INITIALIZE          THRU 1000-EXIT
018200     PERFORM 2000-CONVERT-DETAIL      THRU 2000-EXIT
018300     PERFORM 3000-CONVERT-ARCHIVE     THRU 3000-EXIT
018400     PERFORM 3500-CONVERT-OFFLOAD     THRU 3500-EXIT
018500     PERFORM 4000-CONVERT-JOURNAL     THRU 4000-EXIT
018600     PERFORM 9000-TERMINATE           THRU 9000-EXIT
018700
018800     GOBACK
018900     .
019000 0000-EXIT.
019100     EXIT.
019200
019300******************************************************************
019400* 1000-INITIALIZE  --  CLAIMS THE RUN LOCK AND OPENS CUSTDETL    *
019500*                      AND THE TOKVAULT, CREATING THE VAULT ON   *
019600*                      ITS FIRST USE.  WITHOUT EITHER THERE IS   *
019700*                      NOTHING TO CONVERT: RC 16.                *
019800******************************************************************
019900 1000-INITIALIZE.
020000
020100     DISPLAY MYNAME ' Begin'
020200     PERFORM 1900-CLAIM-RUN-LOCK THRU 1900-EXIT
020300
020400     OPEN I-O Customer-Detail
020500     IF WS-CUSTDETL-STATUS NOT = '00'
020600         DISPLAY MYNAME ' UNABLE TO OPEN CUSTDETL, STATUS = '
020700             WS-CUSTDETL-STATUS
020800         PERFORM 8900-RELEASE-RUN-LOCK THRU 8900-EXIT
020900         MOVE 16 TO RETURN-CODE
021000         GOBACK
021100     END-IF
021200
021300     OPEN I-O Token-Vault
021400     IF WS-TOKVAULT-STATUS = '35'
021500         OPEN OUTPUT Token-Vault
021600         CLOSE Token-Vault
021700         OPEN I-O Token-Vault
021800     END-IF
021900     IF WS-TOKVAULT-STATUS NOT = '00'
022000         DISPLAY MYNAME ' UNABLE TO OPEN TOKVAULT, STATUS = '
022100             WS-TOKVAULT-STATUS
022200         CLOSE Customer-Detail
022300         PERFORM 8900-RELEASE-RUN-LOCK THRU 8900-EXIT
022400         MOVE 16 TO RETURN-CODE
022500         GOBACK
022600     END-IF
022700
022800     .
022900 1000-EXIT.
023000     EXIT.
023100
023200******************************************************************
023300* 2000-CONVERT-DETAIL  --  WALKS CUSTDETL IN KEY ORDER AND       *
023400*                          REWRITES EVERY ROW STILL HOLDING A    *
023500*                          CLEAR NAME OR PHONE WITH ITS TOKENS.  *
023600******************************************************************
023700 2000-CONVERT-DETAIL.
023800
023900     MOVE 'N' TO WS-PASS-EOF-SW
024000     MOVE LOW-VALUES TO CDT-CUSTOMER-KEY OF CUSTDETL-REC
024100     START Customer-Detail
024200         KEY IS NOT LESS THAN CDT-CUSTOMER-KEY OF CUSTDETL-REC
024300         INVALID KEY
024400             SET WS-PASS-EOF TO TRUE
024500     END-START
024600
024700     IF NOT WS-PASS-EOF
024800         PERFORM 8100-READ-DETAIL THRU 8100-EXIT
024900     END-IF
025000     PERFORM UNTIL WS-PASS-EOF
025100         ADD 1 TO WS-DETL-ROWS
025200         MOVE CUSTDETL-REC TO WS-DETAIL-IMAGE
025300         MOVE CDT-CUSTOMER-KEY OF CUSTDETL-REC TO WS-TKV-CUSTOMER
025400         MOVE SPACES TO WS-CUR-NAME-TOKEN
025500         MOVE SPACES TO WS-CUR-PHONE-TOKEN
025600         PERFORM 7100-TOKENIZE-IMAGE THRU 7100-EXIT
025700         IF WS-DETAIL-IMAGE NOT = CUSTDETL-REC
025800             MOVE WS-DETAIL-IMAGE TO CUSTDETL-REC
025900             REWRITE CUSTDETL-REC
026000             ADD 1 TO WS-DETL-CONVERTED
026100         END-IF
026200         PERFORM 8100-READ-DETAIL THRU 8100-EXIT
026300     END-PERFORM
026400
026500     .
026600 2000-EXIT.
026700     EXIT.
026800
026900******************************************************************
027000* 3000-CONVERT-ARCHIVE  --  WALKS JSONARCH AND REWRITES EVERY    *
027100*                           ROW WHOSE PAYLOAD CARRIES A CLEAR    *
027200*                           DETAIL NAME OR PHONE, TOKENIZED FOR  *
027300*                           THE ROW'S OWN CUSTOMER KEY.  NO      *
027400*                           ARCHIVE IS NOTHING TO CONVERT.       *
027500******************************************************************
027600 3000-CONVERT-ARCHIVE.
027700
027800     MOVE 'N' TO WS-PASS-EOF-SW
027900     OPEN I-O Json-Archive
028000     IF WS-JSONARCH-STATUS NOT = '00'
028100         DISPLAY MYNAME ' JSONARCH NOT AVAILABLE, STATUS = '
028200             WS-JSONARCH-STATUS ', NOT CONVERTED'
028300         GO TO 3000-EXIT
028400     END-IF
028500
028600     PERFORM 8300-READ-JSONARCH THRU 8300-EXIT
028700     PERFORM UNTIL WS-PASS-EOF
028800         ADD 1 TO WS-ARCH-ROWS
028900         MOVE JAR-BUFFER OF JAR-ARCHIVE-RECORD TO WS-SCAN-BUFFER
029000         MOVE JAR-CUSTOMER-KEY OF JAR-ARCHIVE-RECORD
029100             TO WS-TKV-CUSTOMER
029200         PERFORM 7300-TOKENIZE-BUFFER THRU 7300-EXIT
029300         IF WS-SCAN-BUFFER NOT = JAR-BUFFER OF JAR-ARCHIVE-RECORD
029400             MOVE WS-SCAN-BUFFER
029500                 TO JAR-BUFFER OF JAR-ARCHIVE-RECORD
029600             REWRITE JAR-ARCHIVE-RECORD
029700             ADD 1 TO WS-ARCH-CONVERTED
029800         END-IF
029900         PERFORM 8300-READ-JSONARCH THRU 8300-EXIT
030000     END-PERFORM
030100
030200     CLOSE Json-Archive
030300
030400     .
030500 3000-EXIT.
030600     EXIT.
030700
030800******************************************************************
030900* 3500-CONVERT-OFFLOAD  --  THE SAME RULE AS 3000 FOR THE ROWS   *
031000*                           JSNARCHP HAS AGED OFF TO JSNARCOF,   *
031100*                           CARRIED FORWARD TO JSNARCFN.  A NEW  *
031200*                           GENERATION THAT CANNOT BE OPENED     *
031300*                           ENDS THE RUN RC 12.                  *
031400******************************************************************
031500 3500-CONVERT-OFFLOAD.
031600
031700     MOVE 'N' TO WS-PASS-EOF-SW
031800     OPEN INPUT Archive-Offload-Old
031900     IF WS-JSNARCOF-STATUS NOT = '00'
032000         DISPLAY MYNAME ' JSNARCOF NOT AVAILABLE, STATUS = '
032100             WS-JSNARCOF-STATUS ', NOT CONVERTED'
032200         GO TO 3500-EXIT
032300     END-IF
032400     OPEN OUTPUT Archive-Offload-New
032500     IF WS-JSNARCFN-STATUS NOT = '00'
032600         DISPLAY MYNAME ' UNABLE TO OPEN JSNARCFN, STATUS = '
032700             WS-JSNARCFN-STATUS
032800         MOVE 12 TO RETURN-CODE
032900         CLOSE Archive-Offload-Old
033000         GO TO 3500-EXIT
033100     END-IF
033200
033300     PERFORM 8400-READ-OFFLOAD THRU 8400-EXIT
033400     PERFORM UNTIL WS-PASS-EOF
033500         ADD 1 TO WS-OFFL-ROWS
033600         MOVE JAR-OFFLOAD-RECORD TO JAR-OFFNEW-RECORD
033700         MOVE JAR-BUFFER OF JAR-OFFLOAD-RECORD TO WS-SCAN-BUFFER
033800         MOVE JAR-CUSTOMER-KEY OF JAR-OFFLOAD-RECORD
033900             TO WS-TKV-CUSTOMER
034000         PERFORM 7300-TOKENIZE-BUFFER THRU 7300-EXIT
034100         IF WS-SCAN-BUFFER NOT = JAR-BUFFER OF JAR-OFFLOAD-RECORD
034200             MOVE WS-SCAN-BUFFER
034300                 TO JAR-BUFFER OF JAR-OFFNEW-RECORD
034400             ADD 1 TO WS-OFFL-CONVERTED
034500         END-IF
034600         WRITE JAR-OFFNEW-RECORD
034700         PERFORM 8400-READ-OFFLOAD THRU 8400-EXIT
034800     END-PERFORM
034900
035000     CLOSE Archive-Offload-Old
035100     CLOSE Archive-Offload-New
035200
035300     .
035400 3500-EXIT.
035500     EXIT.
035600
035700******************************************************************
035800* 4000-CONVERT-JOURNAL  --  CARRIES CMJRNL FORWARD TO CMJRNLN,   *
035900*                           TOKENIZING THE BEFORE AND AFTER      *
036000*                           IMAGES OF EVERY DETAIL-SEGMENT ROW   *
036100*                           ('DAD'/'DCH').  A BATCH ROW'S SOURCE *
036200*                           BUFFER, WHICH HELD THE RAW DETLIN    *
036300*                           LINE, BECOMES THE TOKENIZED AFTER    *
036400*                           IMAGE AS JSNCMUPD NOW WRITES IT; AN  *
036500*                           ONLINE ROW'S CARRIES NO CONTACT      *
036600*                           VALUES AND IS KEPT.  A NEW           *
036700*                           GENERATION THAT CANNOT BE OPENED     *
036800*                           ENDS THE RUN RC 12.                  *
036900******************************************************************
037000 4000-CONVERT-JOURNAL.
037100
037200     MOVE 'N' TO WS-PASS-EOF-SW
037300     OPEN INPUT Journal-Old
037400     IF WS-CMJRNL-STATUS NOT = '00'
037500         DISPLAY MYNAME ' CMJRNL NOT AVAILABLE, STATUS = '
037600             WS-CMJRNL-STATUS ', NOT CONVERTED'
037700         GO TO 4000-EXIT
037800     END-IF
037900     OPEN OUTPUT Journal-New
038000     IF WS-CMJRNLN-STATUS NOT = '00'
038100         DISPLAY MYNAME ' UNABLE TO OPEN CMJRNLN, STATUS = '
038200             WS-CMJRNLN-STATUS
038300         MOVE 12 TO RETURN-CODE
038400         CLOSE Journal-Old
038500         GO TO 4000-EXIT
038600     END-IF
038700
038800     PERFORM 8500-READ-JOURNAL THRU 8500-EXIT
038900     PERFORM UNTIL WS-PASS-EOF
039000         ADD 1 TO WS-JRNL-ROWS
039100         MOVE CMJ-JOURNAL-RECORD TO CMJN-JOURNAL-RECORD
039200         IF CMJ-ACTION-DETAIL OF CMJ-JOURNAL-RECORD
039300             PERFORM 4100-TOKENIZE-JOURNAL-ROW THRU 4100-EXIT
039400         END-IF
039500         WRITE CMJN-JOURNAL-RECORD
039600         PERFORM 8500-READ-JOURNAL THRU 8500-EXIT
039700     END-PERFORM
039800
039900     CLOSE Journal-Old
040000     CLOSE Journal-New
040100
040200     .
040300 4000-EXIT.
040400     EXIT.
040500
040600******************************************************************
040700* 4100-TOKENIZE-JOURNAL-ROW  --  TOKENIZES THE DETAIL IMAGES OF  *
040800*                                THE ROW IN CMJN-JOURNAL-RECORD  *
040900*                                FOR ITS CUSTOMER.  AN IMAGE OF  *
041000*                                SPACES (THE BEFORE SIDE OF AN   *
041100*                                ADD) STAYS SPACES.              *
041200******************************************************************
041300 4100-TOKENIZE-JOURNAL-ROW.
041400
041500     MOVE CMJ-IMAGE-AREA OF CMJN-JOURNAL-RECORD
041600         TO WS-JOURNAL-SAVE
041700     MOVE CMJ-CUSTOMER-KEY OF CMJN-JOURNAL-RECORD
041800         TO WS-TKV-CUSTOMER
041900     PERFORM 7000-FIND-CURRENT-TOKENS THRU 7000-EXIT
042000
042100     IF CMJ-DTL-BEFORE-IMAGE OF CMJN-JOURNAL-RECORD NOT = SPACES
042200         MOVE CMJ-DTL-BEFORE-IMAGE OF CMJN-JOURNAL-RECORD
042300             TO WS-DETAIL-IMAGE
042400         PERFORM 7100-TOKENIZE-IMAGE THRU 7100-EXIT
042500         MOVE WS-DETAIL-IMAGE
042600             TO CMJ-DTL-BEFORE-IMAGE OF CMJN-JOURNAL-RECORD
042700     END-IF
042800
042900     IF CMJ-DTL-AFTER-IMAGE OF CMJN-JOURNAL-RECORD NOT = SPACES
043000         MOVE CMJ-DTL-AFTER-IMAGE OF CMJN-JOURNAL-RECORD
043100             TO WS-DETAIL-IMAGE
043200         PERFORM 7100-TOKENIZE-IMAGE THRU 7100-EXIT
043300         MOVE WS-DETAIL-IMAGE
043400             TO CMJ-DTL-AFTER-IMAGE OF CMJN-JOURNAL-RECORD
043500     END-IF
043600
043700     IF CMJ-DTL-SOURCE-BUFFER OF CMJN-JOURNAL-RECORD (1:7)
043800             NOT = WS-ONLINE-TAG
043900         MOVE CMJ-DTL-AFTER-IMAGE OF CMJN-JOURNAL-RECORD
044000             TO CMJ-DTL-SOURCE-BUFFER OF CMJN-JOURNAL-RECORD
044100     END-IF
044200
044300     IF CMJ-IMAGE-AREA OF CMJN-JOURNAL-RECORD
044400             NOT = WS-JOURNAL-SAVE
044500         ADD 1 TO WS-JRNL-CONVERTED
044600     END-IF
044700
044800     .
044900 4100-EXIT.
045000     EXIT.
045100
045200******************************************************************
045300* 7000-FIND-CURRENT-TOKENS  --  TAKES WS-TKV-CUSTOMER'S CURRENT  *
045400*                               CUSTDETL NAME AND PHONE TOKENS   *
045500*                               (SPACES WITHOUT A ROW) SO AN     *
045600*                               ARCHIVED OR JOURNALED VALUE      *
045700*                               STILL CURRENT SHARES ITS TOKEN.  *
045800******************************************************************
045900 7000-FIND-CURRENT-TOKENS.
046000
046100     MOVE SPACES TO WS-CUR-NAME-TOKEN
046200     MOVE SPACES TO WS-CUR-PHONE-TOKEN
046300     IF WS-TKV-CUSTOMER = SPACES
046400         GO TO 7000-EXIT
046500     END-IF
046600
046700     MOVE WS-TKV-CUSTOMER TO CDT-CUSTOMER-KEY OF CUSTDETL-REC
046800     READ Customer-Detail
046900         INVALID KEY
047000             GO TO 7000-EXIT
047100     END-READ
047200     MOVE CDT-CONTACT-NAME OF CUSTDETL-REC TO WS-CUR-NAME-TOKEN
047300     MOVE CDT-CONTACT-PHONE OF CUSTDETL-REC TO WS-CUR-PHONE-TOKEN
047400
047500     .
047600 7000-EXIT.
047700     EXIT.
047800
047900******************************************************************
048000* 7100-TOKENIZE-IMAGE  --  SWAPS THE NAME AND PHONE OF THE       *
048100*                          DETAIL SEGMENT IN WS-DETAIL-IMAGE FOR *
048200*                          THEIR TOKENS, FOR WS-TKV-CUSTOMER.    *
048300******************************************************************
048400 7100-TOKENIZE-IMAGE.
048500
048600     MOVE 'N' TO WS-TKV-TYPE
048700     MOVE CDT-CONTACT-NAME OF WS-DETAIL-IMAGE TO WS-TKV-VALUE
048800     MOVE WS-CUR-NAME-TOKEN TO WS-TKV-OLD-TOKEN
048900     PERFORM 7200-TOKENIZE-VALUE THRU 7200-EXIT
049000     MOVE WS-TKV-VALUE TO CDT-CONTACT-NAME OF WS-DETAIL-IMAGE
049100
049200     MOVE 'P' TO WS-TKV-TYPE
049300     MOVE CDT-CONTACT-PHONE OF WS-DETAIL-IMAGE TO WS-TKV-VALUE
049400     MOVE WS-CUR-PHONE-TOKEN TO WS-TKV-OLD-TOKEN
049500     PERFORM 7200-TOKENIZE-VALUE THRU 7200-EXIT
049600     MOVE WS-TKV-VALUE(1:12)
049700         TO CDT-CONTACT-PHONE OF WS-DETAIL-IMAGE
049800
049900     .
050000 7100-EXIT.
050100     EXIT.
050200
050300******************************************************************
050400* 7200-TOKENIZE-VALUE  --  ONE CLEAR VALUE IN WS-TKV-VALUE COMES *
050500*                          BACK AS ITS TOKEN, THE SAME RULE AS   *
050600*                          JSNCMUPD'S 2466: THE OFFERED TOKEN IS *
050700*                          REUSED WHEN IT RESOLVES, FOR THIS     *
050800*                          CUSTOMER AND FIELD, TO THE SAME       *
050900*                          VALUE; OTHERWISE A NEW ONE IS ISSUED. *
051000*                          A BLANK VALUE OR ONE ALREADY A TOKEN  *
051100*                          IS LEFT AS IT IS.                     *
051200******************************************************************
051300 7200-TOKENIZE-VALUE.
051400
051500     IF WS-TKV-VALUE = SPACES
051600         OR WS-TKV-VALUE(1:3) = '*TK'
051700         GO TO 7200-EXIT
051800     END-IF
051900
052000     IF WS-TKV-OLD-TOKEN(1:3) = '*TK'
052100         MOVE WS-TKV-OLD-TOKEN(1:12) TO TKV-TOKEN
052200         READ Token-Vault
052300             INVALID KEY
052400                 CONTINUE
052500             NOT INVALID KEY
052600                 IF TKV-CUSTOMER-KEY = WS-TKV-CUSTOMER
052700                     AND TKV-FIELD-TYPE = WS-TKV-TYPE
052800                     AND TKV-CLEAR-VALUE = WS-TKV-VALUE
052900                     MOVE TKV-TOKEN TO WS-TKV-VALUE
053000                     ADD 1 TO WS-TOKENS-REUSED
053100                     GO TO 7200-EXIT
053200                 END-IF
053300         END-READ
053400     END-IF
053500
053600     MOVE '*TK000000000' TO TKV-TOKEN
053700     READ Token-Vault
053800         INVALID KEY
053900             MOVE SPACES TO TKV-VAULT-RECORD
054000             MOVE '*TK000000000' TO TKV-TOKEN
054100             SET TKV-CONTROL-ROW TO TRUE
054200             MOVE 0 TO TKV-LAST-SEQ
054300             WRITE TKV-VAULT-RECORD
054400     END-READ
054500     ADD 1 TO TKV-LAST-SEQ
054600     MOVE TKV-LAST-SEQ TO WS-TKV-SEQ
054700     REWRITE TKV-VAULT-RECORD
054800
054900     MOVE SPACES          TO TKV-VAULT-RECORD
055000     SET TKV-IS-TOKEN     TO TRUE
055100     MOVE WS-TKV-SEQ      TO TKV-TOKEN-SEQ
055200     MOVE WS-TKV-TYPE     TO TKV-FIELD-TYPE
055300     MOVE WS-TKV-CUSTOMER TO TKV-CUSTOMER-KEY
055400     MOVE WS-TKV-VALUE    TO TKV-CLEAR-VALUE
055500     ACCEPT TKV-CREATED-DATE FROM DATE YYYYMMDD
055600     ACCEPT TKV-CREATED-TIME FROM TIME
055700     MOVE MYNAME          TO TKV-CREATED-PROGRAM
055800     WRITE TKV-VAULT-RECORD
055900
056000     MOVE TKV-TOKEN TO WS-TKV-VALUE
056100     ADD 1 TO WS-TOKENS-ISSUED
056200
056300     .
056400 7200-EXIT.
056500     EXIT.
056600
056700******************************************************************
056800* 7300-TOKENIZE-BUFFER  --  FINDS THE DETAIL OBJECT IN THE       *
056900*                           PAYLOAD IN WS-SCAN-BUFFER AND SWAPS  *
057000*                           ITS NAME AND PHONE FOR TOKENS, FOR   *
057100*                           WS-TKV-CUSTOMER.  A PAYLOAD WITHOUT  *
057200*                           ONE (OR TOO SHORT TO HOLD ONE) IS    *
057300*                           LEFT AS IT IS.                       *
057400******************************************************************
057500 7300-TOKENIZE-BUFFER.
057600
057700     MOVE 0 TO WS-TKV-POS
057800     INSPECT WS-SCAN-BUFFER TALLYING WS-TKV-POS
057900         FOR CHARACTERS BEFORE INITIAL WS-DETAIL-TAG
058000     IF WS-TKV-POS > 186
058100         GO TO 7300-EXIT
058200     END-IF
058300
058400     PERFORM 7000-FIND-CURRENT-TOKENS THRU 7000-EXIT
058500
058600     ADD 22 TO WS-TKV-POS
058700     MOVE 'N' TO WS-TKV-TYPE
058800     MOVE WS-SCAN-BUFFER(WS-TKV-POS:20) TO WS-TKV-VALUE
058900     MOVE WS-CUR-NAME-TOKEN TO WS-TKV-OLD-TOKEN
059000     PERFORM 7200-TOKENIZE-VALUE THRU 7200-EXIT
059100     MOVE WS-TKV-VALUE TO WS-SCAN-BUFFER(WS-TKV-POS:20)
059200
059300     ADD 31 TO WS-TKV-POS
059400     MOVE 'P' TO WS-TKV-TYPE
059500     MOVE WS-SCAN-BUFFER(WS-TKV-POS:12) TO WS-TKV-VALUE
059600     MOVE WS-CUR-PHONE-TOKEN TO WS-TKV-OLD-TOKEN
059700     PERFORM 7200-TOKENIZE-VALUE THRU 7200-EXIT
059800     MOVE WS-TKV-VALUE(1:12) TO WS-SCAN-BUFFER(WS-TKV-POS:12)
059900
060000     .
060100 7300-EXIT.
060200     EXIT.
060300
060400******************************************************************
060500* 9000-TERMINATE  --  CLOSES CUSTDETL AND THE VAULT, RELEASES    *
060600*                     THE RUN LOCK, AND REPORTS WHAT WAS         *
060700*                     CONVERTED.                                 *
060800******************************************************************
060900 9000-TERMINATE.
061000
061100     CLOSE Customer-Detail
061200     CLOSE Token-Vault
061300
061400     PERFORM 8900-RELEASE-RUN-LOCK THRU 8900-EXIT
061500
061600     DISPLAY MYNAME ' CUSTDETL ROWS READ    = ' WS-DETL-ROWS
061700     DISPLAY MYNAME ' CUSTDETL ROWS CONVERTED = '
061800         WS-DETL-CONVERTED
061900     DISPLAY MYNAME ' JSONARCH ROWS READ    = ' WS-ARCH-ROWS
062000     DISPLAY MYNAME ' JSONARCH ROWS CONVERTED = '
062100         WS-ARCH-CONVERTED
062200     DISPLAY MYNAME ' JSNARCOF ROWS READ    = ' WS-OFFL-ROWS
062300     DISPLAY MYNAME ' JSNARCOF ROWS CONVERTED = '
062400         WS-OFFL-CONVERTED
062500     DISPLAY MYNAME ' CMJRNL ROWS READ      = ' WS-JRNL-ROWS
062600     DISPLAY MYNAME ' CMJRNL ROWS CONVERTED   = '
062700         WS-JRNL-CONVERTED
062800     DISPLAY MYNAME ' TOKENS ISSUED         = ' WS-TOKENS-ISSUED
062900     DISPLAY MYNAME ' TOKENS REUSED         = ' WS-TOKENS-REUSED
063000
063100     DISPLAY MYNAME ' End'
063200
063300     .
063400 9000-EXIT.
063500     EXIT.
063600
063700******************************************************************
063800* 1900-CLAIM-RUN-LOCK  --  CLAIMS THE SHARED CUSTOMER-MASTER RUN *
063900*                          LOCK, CREATING THE LOCK FILE ON ITS   *
064000*                          FIRST EVER USE.  A LOCK ALREADY HELD  *
064100*                          REFUSES THE RUN WITH RETURN CODE 8 -- *
064200*                          DISTINCT FROM THE OPEN-FAILURE 16 --  *
064300*                          NAMING THE HOLDER.  SEE RUNLOCK.CPY.  *
064400******************************************************************
064500 1900-CLAIM-RUN-LOCK.
064600
064700     ACCEPT WS-LOCK-RUN-DATE FROM DATE YYYYMMDD
064800     ACCEPT WS-LOCK-RUN-TIME FROM TIME
064900
065000     OPEN I-O Run-Lock
065100     IF WS-RUNLOCK-STATUS = '05' OR WS-RUNLOCK-STATUS = '35'
065200         OPEN OUTPUT Run-Lock
065300         PERFORM 1950-BUILD-LOCKED-RECORD THRU 1950-EXIT
065400         WRITE RLK-LOCK-RECORD
065500         CLOSE Run-Lock
065600         GO TO 1900-EXIT
065700     END-IF
065800     IF WS-RUNLOCK-STATUS NOT = '00'
065900         DISPLAY MYNAME ' UNABLE TO OPEN RUNLOCK, STATUS = '
066000             WS-RUNLOCK-STATUS
066100         MOVE 16 TO RETURN-CODE
066200         GOBACK
066300     END-IF
066400
066500     READ Run-Lock
066600         AT END
066700             CLOSE Run-Lock
066800             OPEN OUTPUT Run-Lock
066900             PERFORM 1950-BUILD-LOCKED-RECORD THRU 1950-EXIT
067000             WRITE RLK-LOCK-RECORD
067100             CLOSE Run-Lock
067200             GO TO 1900-EXIT
067300     END-READ
067400
067500     IF RLK-LOCKED
067600         DISPLAY MYNAME ' CUSTMAST RUN LOCK HELD BY '
067700             RLK-OWNER-PGM ' RUN ' RLK-RUN-ID ', RUN REFUSED'
067800         CLOSE Run-Lock
067900         MOVE 8 TO RETURN-CODE
068000         GOBACK
068100     END-IF
068200
068300     PERFORM 1950-BUILD-LOCKED-RECORD THRU 1950-EXIT
068400     REWRITE RLK-LOCK-RECORD
068500     CLOSE Run-Lock
068600
068700     .
068800 1900-EXIT.
068900     EXIT.
069000
069100******************************************************************
069200* 1950-BUILD-LOCKED-RECORD  --  STAMPS THE LOCK RECORD WITH THIS *
069300*                               RUN'S OWNER AND RUN ID.          *
069400******************************************************************
069500 1950-BUILD-LOCKED-RECORD.
069600
069700     MOVE 'Y'              TO RLK-LOCK-SW
069800     MOVE MYNAME           TO RLK-OWNER-PGM
069900     MOVE WS-LOCK-RUN-DATE TO RLK-RUN-ID-DATE
070000     MOVE WS-LOCK-RUN-TIME TO RLK-RUN-ID-TIME
070100
070200     .
070300 1950-EXIT.
070400     EXIT.
070500
070600******************************************************************
070700* 8100-READ-DETAIL  --  PRIMES/ADVANCES THE CUSTDETL CURSOR.     *
070800******************************************************************
070900 8100-READ-DETAIL.
071000
071100     READ Customer-Detail NEXT RECORD
071200         AT END
071300             SET WS-PASS-EOF TO TRUE
071400     END-READ
071500
071600     .
071700 8100-EXIT.
071800     EXIT.
071900
072000******************************************************************
072100* 8300-READ-JSONARCH  --  PRIMES/ADVANCES THE JSONARCH CURSOR.   *
072200******************************************************************
072300 8300-READ-JSONARCH.
072400
072500     READ Json-Archive
072600         AT END
072700             SET WS-PASS-EOF TO TRUE
072800     END-READ
072900
073000     .
073100 8300-EXIT.
073200     EXIT.
073300
073400******************************************************************
073500* 8400-READ-OFFLOAD  --  PRIMES/ADVANCES THE JSNARCOF CURSOR.    *
073600******************************************************************
073700 8400-READ-OFFLOAD.
073800
073900     READ Archive-Offload-Old
074000         AT END
074100             SET WS-PASS-EOF TO TRUE
074200     END-READ
074300
074400     .
074500 8400-EXIT.
074600     EXIT.
074700
074800******************************************************************
074900* 8500-READ-JOURNAL  --  PRIMES/ADVANCES THE CMJRNL CURSOR.      *
075000******************************************************************
075100 8500-READ-JOURNAL.
075200
075300     READ Journal-Old
075400         AT END
075500             SET WS-PASS-EOF TO TRUE
075600     END-READ
075700
075800     .
075900 8500-EXIT.
076000     EXIT.
076100
076200******************************************************************
076300* 8900-RELEASE-RUN-LOCK  --  RELEASES THE RUN LOCK, BUT ONLY IF  *
076400*                            THIS PROGRAM STILL OWNS IT -- AN    *
076500*                            OPERATOR OVERRIDE MAY HAVE CLEARED  *
076600*                            AND REISSUED IT MID-RUN.            *
076700******************************************************************
076800 8900-RELEASE-RUN-LOCK.
076900
077000     OPEN I-O Run-Lock
077100     IF WS-RUNLOCK-STATUS NOT = '00'
077200         GO TO 8900-EXIT
077300     END-IF
077400
077500     READ Run-Lock
077600         AT END
077700             CLOSE Run-Lock
077800             GO TO 8900-EXIT
077900     END-READ
078000
078100     IF RLK-LOCKED AND RLK-OWNER-PGM = MYNAME
078200         MOVE 'N'    TO RLK-LOCK-SW
078300         MOVE SPACES TO RLK-OWNER-PGM
078400         MOVE 0      TO RLK-RUN-ID-DATE
078500         MOVE 0      TO RLK-RUN-ID-TIME
078600         REWRITE RLK-LOCK-RECORD
078700     END-IF
078800
078900     CLOSE Run-Lock
079000
079100     .
079200 8900-EXIT.
079300     EXIT.

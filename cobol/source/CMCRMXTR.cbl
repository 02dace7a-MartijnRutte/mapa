000100******************************************************************
000200* IDENTIFICATION DIVISION.                                       *
000300******************************************************************
000400 Identification Division.
000500 Program-ID. CMCRMXTR.
000600 Author. D. PEMBERTON, BATCH SUPPORT.
000700 Installation. PARTNER INTEGRATION.
000800 Date-Written. 2026-10-14.
000900 Date-Compiled. 2026-10-14.
001000******************************************************************
001100* MODIFICATION HISTORY                                          *
001200* ---------------------------------------------------------------*
001300* DATE       INIT  DESCRIPTION                                  *
001400* 2026-10-14 MAR   ORIGINAL PROGRAM.  NIGHTLY CHANGE-            *
001500*                  NOTIFICATION INTERFACE FOR THE CRM SYSTEM,    *
001600*                  BUILT FROM ONE DAY'S CMJRNL JOURNAL ROWS      *
001700*                  (TODAY, OR THE DATE ON CRMPARM): ONE FIXED    *
001800*                  CRMCHG RECORD PER MASTER ADD, CHANGE,         *
001900*                  INACTIVATE OR DELETE WITH THE BEFORE/AFTER    *
002000*                  IMAGES BROKEN OUT INTO NAMED FIELDS, THEN A   *
002100*                  TRAILER THE CRM LOAD BALANCES TO, PLUS THE    *
002200*                  USUAL JSNCTOT CONTROL-TOTALS ROW.  AN APPLY   *
002300*                  JSNCMUPD'S CIRCUIT BREAKER BACKED OUT ('DEL'  *
002400*                  OR 'RST' ROW) IS NEVER SENT AS A CHANGE OF    *
002500*                  ITS OWN: BACKED OUT THE SAME DAY, NEITHER     *
002600*                  SIDE IS SENT; BACKED OUT AFTER ITS NOTICE     *
002700*                  WENT, ONE 'CAN' NOTICE CANCELS IT.            *
002710* 2026-10-14 MAR   DETAIL-SEGMENT JOURNAL ROWS ('DAD'/'DCH', FROM *
002720*                  JSNCMUPD'S DETLIN PASS OR CUSTDMNT ONLINE) ARE *
002730*                  NOW SENT AS 'DTL' NOTICES (2600) WITH THE      *
002740*                  CUSTDETL FIELDS BEFORE AND AFTER AND THE       *
002750*                  OPERATOR, AND COUNTED ON THE TRAILER.          *
002760* 2026-10-14 MAR   THE JOURNAL'S DETAIL IMAGES NOW CARRY TOKVAULT *
002770*                  TOKENS FOR CONTACT NAME AND PHONE.  THE 'DTL'  *
002780*                  NOTICE RESOLVES THEM (2650) SO THE CRM STILL   *
002790*                  LOADS THE REAL VALUES; A TOKEN THAT NO LONGER  *
002792*                  RESOLVES (AN ERASED CUSTOMER) GOES AS SPACES.  *
002794*                  NO TOKVAULT ENDS THE RUN WITH RETURN CODE 16.  *
002795* 2026-10-14 MAR   THE JSNCTOT ROW CLEARS THE NEW CTLTOT         *
002796*                  DATASET FIELDS -- THIS RUN WRITES NO BACKED-  *
002797*                  UP DATASET.                                   *
002800******************************************************************
002900 Environment Division.
003000 Input-Output Section.
003100 File-Control.
003200     Select Journal-File Assign to 'CMJRNL'
003300         Organization is Line Sequential
003400         File Status is WS-CMJRNL-STATUS.
003500
003600     Select Journal-Lookup Assign to 'CMJRNL'
003700         Organization is Line Sequential
003800         File Status is WS-CMJRNL-LKUP-STATUS.
003900
004000     Select Extract-Parm Assign to 'CRMPARM'
004100         Organization is Line Sequential
004200         File Status is WS-CRMPARM-STATUS.
004300
004400     Select Crm-Interface Assign to 'CRMCHG'
004500         Organization is Line Sequential
004600         File Status is WS-CRMCHG-STATUS.
004700
004800     Select Control-Totals Assign to 'JSNCTOT'
004900         Organization is Line Sequential
005000         File Status is WS-CTLTOT-STATUS.
005010
005020     Select Token-Vault Assign to 'TOKVAULT'
005030         Organization is Indexed
005040         Access Mode is Random
005050         Record Key is TKV-TOKEN
005060         File Status is WS-TOKVAULT-STATUS.
005100 Data Division.
005200 File Section.
005300 FD  Journal-File
005400     Label Records are Standard
005500     Recording Mode is F.
005600 COPY CMJRNL.
005700
005800 FD  Journal-Lookup
005900     Label Records are Standard
006000     Recording Mode is F.
006100 COPY CMJRNL Replacing ==CMJ-JOURNAL-RECORD== By
006200                       ==CMJL-LOOKUP-RECORD==.
006300
006400 FD  Extract-Parm
006500     Label Records are Standard
006600     Recording Mode is F.
006700 COPY CRMPARM.
006800
006900 FD  Crm-Interface
007000     Label Records are Standard
007100     Recording Mode is F.
007200 COPY CRMCHG.
007300
007400 FD  Control-Totals
007500     Label Records are Standard
007600     Recording Mode is F.
007700 COPY CTLTOT.
007800
007810 FD  Token-Vault
007820     Label Records are Standard
007830     Recording Mode is F.
007840 COPY TOKVAULT.
007850
007900 Working-Storage Section.
008000 01  CONSTANTS.
008100     05  MYNAME               PIC X(008) VALUE 'CMCRMXTR'.
008200*
008300* THE ONLY PROGRAM THAT JOURNALS REVERSALS.  ITS 'DEL' AND 'RST'
008400* ROWS UNDO ITS OWN EARLIER ROWS FOR THE SAME RUN-ID AND KEY;
008500* A 'DEL' FROM ANY OTHER PROGRAM (CMREKEY'S OLD KEY) IS A REAL
008600* DELETE AND IS SENT AS ONE.
008700     05  WS-BACKOUT-PROGRAM   PIC X(012) VALUE 'JSNCMUPD'.
008800
008900 01  WS-CMJRNL-STATUS         PIC X(002) VALUE '00'.
009000 01  WS-CMJRNL-LKUP-STATUS    PIC X(002) VALUE '00'.
009100 01  WS-CRMPARM-STATUS        PIC X(002) VALUE '00'.
009200 01  WS-CRMCHG-STATUS         PIC X(002) VALUE '00'.
009300 01  WS-CTLTOT-STATUS         PIC X(002) VALUE '00'.
009310 01  WS-TOKVAULT-STATUS       PIC X(002) VALUE '00'.
009320
009330*
009340* DETOKENIZING SUPPORT (2650/2660).
009350 01  WS-TKV-TYPE              PIC X(001) VALUE SPACES.
009360 01  WS-TKV-VALUE             PIC X(020) VALUE SPACES.
009370 01  WS-TKV-UNRESOLVED        PIC 9(009) COMP-5 VALUE 0.
009400
009500 01  WS-SWITCHES.
009600     05  WS-CMJRNL-EOF-SW     PIC X(001) VALUE 'N'.
009700         88  WS-CMJRNL-EOF        VALUE 'Y'.
009800     05  WS-CMJRNL-LKUP-EOF-SW
009900                              PIC X(001) VALUE 'N'.
010000         88  WS-CMJRNL-LKUP-EOF   VALUE 'Y'.
010100     05  WS-COUNTERPART-SW    PIC X(001) VALUE 'N'.
010200         88  WS-COUNTERPART-FOUND VALUE 'Y'.
010300
010400 01  WS-TODAY                 PIC 9(008) VALUE 0.
010500 01  WS-EXTRACT-DATE          PIC 9(008) VALUE 0.
010600 01  WS-PARM-DATE             PIC 9(008) VALUE 0.
010700 01  FILLER REDEFINES WS-PARM-DATE.
010800     05  WS-PARM-YYYY         PIC 9(004).
010900     05  WS-PARM-MM           PIC 9(002).
011000     05  WS-PARM-DD           PIC 9(002).
011100
011200 01  WS-NOTICE-ACTION         PIC X(003) VALUE SPACES.
011300
011400*
011500* THE JOURNAL ROW'S 28-BYTE IMAGES, LAID OVER THE MASTER LAYOUT
011600* SO EACH FIELD CAN BE BROKEN OUT BY NAME.
011700 COPY SOMEDATA Replacing ==SOME-DATA== By ==WS-BEFORE-DATA==.
011800 COPY SOMEDATA Replacing ==SOME-DATA== By ==WS-AFTER-DATA==.
011810*
011820* THE SAME FOR A DETAIL-SEGMENT ROW'S 44-BYTE CUSTDETL IMAGES.
011830 COPY CUSTDETL Replacing ==CDT-DETAIL-RECORD== By
011840                         ==WS-BEFORE-DETAIL==.
011850 COPY CUSTDETL Replacing ==CDT-DETAIL-RECORD== By
011860                         ==WS-AFTER-DETAIL==.
011900
012000 01  WS-COUNTERS.
012100     05  WS-RECS-READ         PIC 9(009) COMP-5 VALUE 0.
012200     05  WS-JOURNAL-ROWS      PIC 9(009) COMP-5 VALUE 0.
012300     05  WS-NOTICES-WRITTEN   PIC 9(009) COMP-5 VALUE 0.
012400     05  WS-ADD-NOTICES       PIC 9(009) COMP-5 VALUE 0.
012500     05  WS-CHG-NOTICES       PIC 9(009) COMP-5 VALUE 0.
012600     05  WS-INA-NOTICES       PIC 9(009) COMP-5 VALUE 0.
012700     05  WS-DEL-NOTICES       PIC 9(009) COMP-5 VALUE 0.
012800     05  WS-CAN-NOTICES       PIC 9(009) COMP-5 VALUE 0.
012850     05  WS-DTL-NOTICES       PIC 9(009) COMP-5 VALUE 0.
012900     05  WS-CANCELLED-IN-DAY  PIC 9(009) COMP-5 VALUE 0.
013000     05  WS-NOT-NOTIFIED      PIC 9(009) COMP-5 VALUE 0.
013100
013200******************************************************************
013300 Procedure Division.
013400******************************************************************
013500 0000-MAINLINE.
013600
013700     PERFORM 1000-INITIALIZE      THRU 1000-EXIT
013800     PERFORM 2000-PROCESS-ROW     THRU 2000-EXIT
013900         UNTIL WS-CMJRNL-EOF
014000     PERFORM 3000-TERMINATE       THRU 3000-EXIT
014100
014200     GOBACK
014300     .
014400 0000-EXIT.
014500     EXIT.
014600
014700******************************************************************
014800* 1000-INITIALIZE  --  SETS THE EXTRACT DATE, OPENS THE JOURNAL  *
014900*                      AND THE INTERFACE FILE, AND PRIMES THE    *
015000*                      FIRST JOURNAL ROW.  NO JOURNAL MEANS NO   *
015100*                      CHANGES: THE INTERFACE STILL GOES OUT,    *
015200*                      TRAILER ONLY, SO THE CRM LOAD HAS A FILE  *
015300*                      TO BALANCE.  THE TOKEN VAULT MUST OPEN.   *
015400******************************************************************
015500 1000-INITIALIZE.
015600
015700     DISPLAY MYNAME ' Begin'
015800
015900     ACCEPT WS-TODAY FROM DATE YYYYMMDD
016000     MOVE WS-TODAY TO WS-EXTRACT-DATE
016100
016200     OPEN INPUT Extract-Parm
016300     IF WS-CRMPARM-STATUS = '00'
016400         READ Extract-Parm
016500             AT END
016600                 CONTINUE
016700             NOT AT END
016800                 PERFORM 1100-APPLY-PARM THRU 1100-EXIT
016900         END-READ
017000         CLOSE Extract-Parm
017100     END-IF
017200
017300     DISPLAY MYNAME ' EXTRACT DATE    = ' WS-EXTRACT-DATE
017400
017410     OPEN INPUT Token-Vault
017420     IF WS-TOKVAULT-STATUS NOT = '00'
017430         DISPLAY MYNAME ' UNABLE TO OPEN TOKVAULT, STATUS = '
017440             WS-TOKVAULT-STATUS
017450         MOVE 16 TO RETURN-CODE
017460         GOBACK
017470     END-IF
017480
017500     OPEN OUTPUT Crm-Interface
017600     IF WS-CRMCHG-STATUS NOT = '00'
017700         DISPLAY MYNAME ' UNABLE TO OPEN CRMCHG, STATUS = '
017800             WS-CRMCHG-STATUS
017900         MOVE 16 TO RETURN-CODE
018000         GOBACK
018100     END-IF
018200
018300     OPEN INPUT Journal-File
018400     IF WS-CMJRNL-STATUS NOT = '00'
018500         DISPLAY MYNAME ' NO JOURNAL, STATUS = '
018600             WS-CMJRNL-STATUS ' -- NO CHANGES TO SEND'
018700         SET WS-CMJRNL-EOF TO TRUE
018800         GO TO 1000-EXIT
018900     END-IF
019000
019100     PERFORM 8000-READ-JOURNAL THRU 8000-EXIT
019200
019300     .
019400 1000-EXIT.
019500     EXIT.
019600
019700******************************************************************
019800* 1100-APPLY-PARM  --  TAKES THE CRMPARM DATE WHEN IT IS A       *
019900*                      PLAUSIBLE YYYYMMDD; ANYTHING ELSE LEAVES  *
020000*                      TODAY.                                    *
020100******************************************************************
020200 1100-APPLY-PARM.
020300
020400     IF CRP-EXTRACT-DATE IS NUMERIC
020500         AND CRP-EXTRACT-DATE > 0
020600         MOVE CRP-EXTRACT-DATE TO WS-PARM-DATE
020700         IF WS-PARM-MM >= 1 AND WS-PARM-MM <= 12
020800             AND WS-PARM-DD >= 1 AND WS-PARM-DD <= 31
020900             AND WS-PARM-YYYY >= 1601
021000             MOVE CRP-EXTRACT-DATE TO WS-EXTRACT-DATE
021100         ELSE
021200             DISPLAY MYNAME ' CRMPARM DATE ' CRP-EXTRACT-DATE
021300                 ' IGNORED -- NOT A DATE'
021400         END-IF
021500     END-IF
021600
021700     .
021800 1100-EXIT.
021900     EXIT.
022000
022100******************************************************************
022200* 2000-PROCESS-ROW  --  ONE JOURNAL ROW.  ROWS STAMPED ON ANY    *
022300*                       OTHER DAY ARE PASSED OVER UNCOUNTED.     *
022400*                       EVERY ROW OF THE DAY IS EITHER SENT,     *
022500*                       CANCELLED INSIDE THE DAY, OR COUNTED AS  *
022600*                       NOT NOTIFIED, SO THE TRAILER BALANCES.   *
022650*                       A DETAIL-SEGMENT ROW IS ALWAYS SENT.     *
022700******************************************************************
022800 2000-PROCESS-ROW.
022900
023000     IF CMJ-TIMESTAMP-DATE OF CMJ-JOURNAL-RECORD
023100             NOT = WS-EXTRACT-DATE
023200         GO TO 2000-READ-NEXT
023300     END-IF
023400
023500     ADD 1 TO WS-JOURNAL-ROWS
023600
023610     IF CMJ-ACTION-DETAIL OF CMJ-JOURNAL-RECORD
023620         PERFORM 2600-WRITE-DETAIL-NOTICE THRU 2600-EXIT
023630         GO TO 2000-READ-NEXT
023640     END-IF
023650
023700     IF CMJ-PROGRAM-ID OF CMJ-JOURNAL-RECORD = WS-BACKOUT-PROGRAM
023800         PERFORM 2100-BACKOUT-PROGRAM-ROW THRU 2100-EXIT
023900         GO TO 2000-READ-NEXT
024000     END-IF
024100
024200     EVALUATE TRUE
024300         WHEN CMJ-ACTION-ADD OF CMJ-JOURNAL-RECORD
024400         WHEN CMJ-ACTION-CHANGE OF CMJ-JOURNAL-RECORD
024500         WHEN CMJ-ACTION-INACTIVATE OF CMJ-JOURNAL-RECORD
024600         WHEN CMJ-ACTION-REVERSE-ADD OF CMJ-JOURNAL-RECORD
024700     MOVE CMJ-ACTION OF CMJ-JOURNAL-RECORD
024800         TO WS-NOTICE-ACTION
024900             PERFORM 2500-WRITE-NOTICE THRU 2500-EXIT
025000         WHEN OTHER
025100             ADD 1 TO WS-NOT-NOTIFIED
025200     END-EVALUATE
025300
025400     .
025500 2000-READ-NEXT.
025600
025700     PERFORM 8000-READ-JOURNAL THRU 8000-EXIT
025800
025900     .
026000 2000-EXIT.
026100     EXIT.
026200
026300******************************************************************
026400* 2100-BACKOUT-PROGRAM-ROW  --  A JSNCMUPD ROW.  AN APPLY IS     *
026500*                               SENT UNLESS ITS REVERSAL IS      *
026600*                               ALREADY ON THE JOURNAL BY THE    *
026700*                               EXTRACT DATE.  A REVERSAL SENDS  *
026800*                               ONE 'CAN' IF THE APPLIES IT      *
026900*                               UNDID WENT OUT ON AN EARLIER     *
027000*                               DAY; IF THEY ARE ALL FROM TODAY  *
027100*                               THEY WERE NEVER SENT, SO THERE   *
027200*                               IS NOTHING TO CANCEL.            *
027300******************************************************************
027400 2100-BACKOUT-PROGRAM-ROW.
027500
027600     EVALUATE TRUE
027700         WHEN CMJ-ACTION-ADD OF CMJ-JOURNAL-RECORD
027800         WHEN CMJ-ACTION-CHANGE OF CMJ-JOURNAL-RECORD
027900         WHEN CMJ-ACTION-INACTIVATE OF CMJ-JOURNAL-RECORD
028000             PERFORM 2200-FIND-REVERSAL THRU 2200-EXIT
028100             IF WS-COUNTERPART-FOUND
028200                 ADD 1 TO WS-CANCELLED-IN-DAY
028300             ELSE
028400     MOVE CMJ-ACTION OF CMJ-JOURNAL-RECORD
028500         TO WS-NOTICE-ACTION
028600                 PERFORM 2500-WRITE-NOTICE THRU 2500-EXIT
028700             END-IF
028800         WHEN CMJ-ACTION-REVERSE-ADD OF CMJ-JOURNAL-RECORD
028900         WHEN CMJ-ACTION-RESTORE OF CMJ-JOURNAL-RECORD
029000             PERFORM 2300-FIND-EARLIER-APPLY THRU 2300-EXIT
029100             IF WS-COUNTERPART-FOUND
029200                 MOVE 'CAN' TO WS-NOTICE-ACTION
029300                 PERFORM 2500-WRITE-NOTICE THRU 2500-EXIT
029400             ELSE
029500                 ADD 1 TO WS-CANCELLED-IN-DAY
029600             END-IF
029700         WHEN OTHER
029800             ADD 1 TO WS-NOT-NOTIFIED
029900     END-EVALUATE
030000
030100     .
030200 2100-EXIT.
030300     EXIT.
030400
030500******************************************************************
030600* 2200-FIND-REVERSAL  --  OPEN-SCAN-CLOSES A SECOND JOURNAL      *
030700*                         CURSOR FOR A JSNCMUPD REVERSAL OF THE  *
030800*                         CURRENT ROW'S RUN-ID AND KEY STAMPED   *
030900*                         ON OR BEFORE THE EXTRACT DATE.  ONE    *
031000*                         REVERSAL UNDOES EVERY ROW THE RUN      *
031100*                         WROTE FOR THE KEY.  A LATER REVERSAL   *
031200*                         IS NOT SEEN, SO A RE-CUT DAY MATCHES   *
031300*                         WHAT WAS SENT THAT NIGHT.              *
031400******************************************************************
031500 2200-FIND-REVERSAL.
031600
031700     MOVE 'N' TO WS-COUNTERPART-SW
031800     MOVE 'N' TO WS-CMJRNL-LKUP-EOF-SW
031900
032000     OPEN INPUT Journal-Lookup
032100     IF WS-CMJRNL-LKUP-STATUS NOT = '00'
032200         GO TO 2200-EXIT
032300     END-IF
032400
032500     PERFORM 8100-READ-JOURNAL-LOOKUP THRU 8100-EXIT
032600     PERFORM UNTIL WS-CMJRNL-LKUP-EOF
032700             OR (CMJ-PROGRAM-ID OF CMJL-LOOKUP-RECORD
032800                     = WS-BACKOUT-PROGRAM
032900                 AND CMJ-RUN-ID OF CMJL-LOOKUP-RECORD
033000                     = CMJ-RUN-ID OF CMJ-JOURNAL-RECORD
033100                 AND (CMJ-ACTION-REVERSE-ADD OF CMJL-LOOKUP-RECORD
033200                      OR CMJ-ACTION-RESTORE OF CMJL-LOOKUP-RECORD)
033300                 AND CMJ-CUSTOMER-KEY OF CMJL-LOOKUP-RECORD
033400                     = CMJ-CUSTOMER-KEY OF CMJ-JOURNAL-RECORD
033500                 AND CMJ-TIMESTAMP-DATE OF CMJL-LOOKUP-RECORD
033600                     <= WS-EXTRACT-DATE)
033700         PERFORM 8100-READ-JOURNAL-LOOKUP THRU 8100-EXIT
033800     END-PERFORM
033900
034000     IF NOT WS-CMJRNL-LKUP-EOF
034100         SET WS-COUNTERPART-FOUND TO TRUE
034200     END-IF
034300
034400     CLOSE Journal-Lookup
034500
034600     .
034700 2200-EXIT.
034800     EXIT.
034900
035000******************************************************************
035100* 2300-FIND-EARLIER-APPLY  --  OPEN-SCAN-CLOSES THE SECOND       *
035200*                              CURSOR FOR A JSNCMUPD ADD, CHANGE *
035300*                              OR INACTIVATE OF THE REVERSAL'S   *
035400*                              RUN-ID AND KEY STAMPED BEFORE THE *
035500*                              EXTRACT DATE -- ONE THAT WENT OUT *
035600*                              ON AN EARLIER NIGHT'S INTERFACE.  *
035700******************************************************************
035800 2300-FIND-EARLIER-APPLY.
035900
036000     MOVE 'N' TO WS-COUNTERPART-SW
036100     MOVE 'N' TO WS-CMJRNL-LKUP-EOF-SW
036200
036300     OPEN INPUT Journal-Lookup
036400     IF WS-CMJRNL-LKUP-STATUS NOT = '00'
036500         GO TO 2300-EXIT
036600     END-IF
036700
036800     PERFORM 8100-READ-JOURNAL-LOOKUP THRU 8100-EXIT
036900     PERFORM UNTIL WS-CMJRNL-LKUP-EOF
037000             OR (CMJ-PROGRAM-ID OF CMJL-LOOKUP-RECORD
037100                     = WS-BACKOUT-PROGRAM
037200                 AND CMJ-RUN-ID OF CMJL-LOOKUP-RECORD
037300                     = CMJ-RUN-ID OF CMJ-JOURNAL-RECORD
037400                 AND (CMJ-ACTION-ADD OF CMJL-LOOKUP-RECORD
037500                      OR CMJ-ACTION-CHANGE OF CMJL-LOOKUP-RECORD
037600                      OR CMJ-ACTION-INACTIVATE
037700                          OF CMJL-LOOKUP-RECORD)
037800                 AND CMJ-CUSTOMER-KEY OF CMJL-LOOKUP-RECORD
037900                     = CMJ-CUSTOMER-KEY OF CMJ-JOURNAL-RECORD
038000                 AND CMJ-TIMESTAMP-DATE OF CMJL-LOOKUP-RECORD
038100                     < WS-EXTRACT-DATE)
038200         PERFORM 8100-READ-JOURNAL-LOOKUP THRU 8100-EXIT
038300     END-PERFORM
038400
038500     IF NOT WS-CMJRNL-LKUP-EOF
038600         SET WS-COUNTERPART-FOUND TO TRUE
038700     END-IF
038800
038900     CLOSE Journal-Lookup
039000
039100     .
039200 2300-EXIT.
039300     EXIT.
039400
039500******************************************************************
039600* 2500-WRITE-NOTICE  --  ONE DETAIL RECORD FOR THE CURRENT       *
039700*                        JOURNAL ROW UNDER WS-NOTICE-ACTION,     *
039800*                        WITH EACH IMAGE BROKEN OUT BY FIELD     *
039900*                        AND A Y/N CHANGED FLAG PER FIELD.       *
040000******************************************************************
040100 2500-WRITE-NOTICE.
040200
040300     MOVE CMJ-BEFORE-IMAGE OF CMJ-JOURNAL-RECORD
040400         TO WS-BEFORE-DATA
040500     MOVE CMJ-AFTER-IMAGE OF CMJ-JOURNAL-RECORD
040600         TO WS-AFTER-DATA
040700
040800     MOVE SPACES              TO CRC-CHANGE-RECORD
040900     SET CRC-TYPE-DETAIL      TO TRUE
041000     MOVE WS-EXTRACT-DATE     TO CRC-EXTRACT-DATE
041100     ADD 1 TO WS-NOTICES-WRITTEN
041200     MOVE WS-NOTICES-WRITTEN  TO CRC-SEQUENCE-NBR
041300     MOVE WS-NOTICE-ACTION    TO CRC-ACTION
041400     MOVE CMJ-CUSTOMER-KEY OF CMJ-JOURNAL-RECORD
041500         TO CRC-CUSTOMER-KEY
041600     MOVE CMJ-TIMESTAMP-DATE OF CMJ-JOURNAL-RECORD
041700         TO CRC-CHANGE-DATE
041800     MOVE CMJ-TIMESTAMP-TIME OF CMJ-JOURNAL-RECORD
041900         TO CRC-CHANGE-TIME
042000     MOVE CMJ-PROGRAM-ID OF CMJ-JOURNAL-RECORD
042100         TO CRC-SOURCE-PROGRAM
042200     MOVE CMJ-RUN-ID-DATE OF CMJ-JOURNAL-RECORD
042300         TO CRC-RUN-ID-DATE
042400     MOVE CMJ-RUN-ID-TIME OF CMJ-JOURNAL-RECORD
042500         TO CRC-RUN-ID-TIME
042600
042700     MOVE SD-002 OF WS-BEFORE-DATA     TO CRC-BEFORE-SD-002
042800     MOVE SD-003 OF WS-BEFORE-DATA     TO CRC-BEFORE-SD-003
042900     MOVE SD-004 OF WS-BEFORE-DATA     TO CRC-BEFORE-SD-004
043000     MOVE SD-VERSION OF WS-BEFORE-DATA TO CRC-BEFORE-VERSION
043100     MOVE SD-STATUS OF WS-BEFORE-DATA  TO CRC-BEFORE-STATUS
043200     MOVE SD-002 OF WS-AFTER-DATA      TO CRC-AFTER-SD-002
043300     MOVE SD-003 OF WS-AFTER-DATA      TO CRC-AFTER-SD-003
043400     MOVE SD-004 OF WS-AFTER-DATA      TO CRC-AFTER-SD-004
043500     MOVE SD-VERSION OF WS-AFTER-DATA  TO CRC-AFTER-VERSION
043600     MOVE SD-STATUS OF WS-AFTER-DATA   TO CRC-AFTER-STATUS
043700
043800     MOVE 'NNNNN' TO CRC-CHANGED-FLAGS
043900     IF CRC-BEFORE-SD-002 NOT = CRC-AFTER-SD-002
044000         MOVE 'Y' TO CRC-SD-002-CHANGED
044100     END-IF
044200     IF CRC-BEFORE-SD-003 NOT = CRC-AFTER-SD-003
044300         MOVE 'Y' TO CRC-SD-003-CHANGED
044400     END-IF
044500     IF CRC-BEFORE-SD-004 NOT = CRC-AFTER-SD-004
044600         MOVE 'Y' TO CRC-SD-004-CHANGED
044700     END-IF
044800     IF CRC-BEFORE-VERSION NOT = CRC-AFTER-VERSION
044900         MOVE 'Y' TO CRC-VERSION-CHANGED
045000     END-IF
045100     IF CRC-BEFORE-STATUS NOT = CRC-AFTER-STATUS
045200         MOVE 'Y' TO CRC-STATUS-CHANGED
045300     END-IF
045400
045500     WRITE CRC-CHANGE-RECORD
045600
045700     EVALUATE TRUE
045800         WHEN CRC-ACTION-ADD
045900             ADD 1 TO WS-ADD-NOTICES
046000         WHEN CRC-ACTION-CHANGE
046100             ADD 1 TO WS-CHG-NOTICES
046200         WHEN CRC-ACTION-INACTIVATE
046300             ADD 1 TO WS-INA-NOTICES
046400         WHEN CRC-ACTION-DELETE
046500             ADD 1 TO WS-DEL-NOTICES
046600         WHEN CRC-ACTION-CANCEL
046700             ADD 1 TO WS-CAN-NOTICES
046800     END-EVALUATE
046900
047000     .
047100 2500-EXIT.
047200     EXIT.
047201
047202******************************************************************
047203* 2600-WRITE-DETAIL-NOTICE  --  ONE 'DTL' DETAIL RECORD FOR THE  *
047204*                               CURRENT DETAIL-SEGMENT JOURNAL   *
047205*                               ROW, THE CUSTDETL IMAGES BROKEN  *
047206*                               OUT BY FIELD WITH A Y/N CHANGED  *
047207*                               FLAG PER FIELD.                  *
047208******************************************************************
047209 2600-WRITE-DETAIL-NOTICE.
047210
047211     MOVE CMJ-DTL-BEFORE-IMAGE OF CMJ-JOURNAL-RECORD
047212         TO WS-BEFORE-DETAIL
047213     MOVE CMJ-DTL-AFTER-IMAGE OF CMJ-JOURNAL-RECORD
047214         TO WS-AFTER-DETAIL
047215
047216     MOVE SPACES              TO CRC-CHANGE-RECORD
047217     SET CRC-TYPE-DETAIL      TO TRUE
047218     MOVE WS-EXTRACT-DATE     TO CRC-EXTRACT-DATE
047219     ADD 1 TO WS-NOTICES-WRITTEN
047220     MOVE WS-NOTICES-WRITTEN  TO CRC-SEQUENCE-NBR
047221     SET CRC-ACTION-DETAIL    TO TRUE
047222     MOVE CMJ-CUSTOMER-KEY OF CMJ-JOURNAL-RECORD
047223         TO CRC-CUSTOMER-KEY
047224     MOVE CMJ-TIMESTAMP-DATE OF CMJ-JOURNAL-RECORD
047225         TO CRC-CHANGE-DATE
047226     MOVE CMJ-TIMESTAMP-TIME OF CMJ-JOURNAL-RECORD
047227         TO CRC-CHANGE-TIME
047228     MOVE CMJ-PROGRAM-ID OF CMJ-JOURNAL-RECORD
047229         TO CRC-SOURCE-PROGRAM
047230     MOVE CMJ-RUN-ID-DATE OF CMJ-JOURNAL-RECORD
047231         TO CRC-RUN-ID-DATE
047232     MOVE CMJ-RUN-ID-TIME OF CMJ-JOURNAL-RECORD
047233         TO CRC-RUN-ID-TIME
047234     MOVE 'NNNNN'             TO CRC-CHANGED-FLAGS
047235
047236     MOVE CDT-CONTACT-NAME OF WS-BEFORE-DETAIL
047237         TO CRC-BEFORE-CONTACT-NAME
047238     MOVE CDT-CONTACT-PHONE OF WS-BEFORE-DETAIL
047239         TO CRC-BEFORE-CONTACT-PHONE
047240     MOVE CDT-ACCOUNT-TYPE OF WS-BEFORE-DETAIL
047241         TO CRC-BEFORE-ACCOUNT-TYPE
047242     MOVE CDT-CONTACT-NAME OF WS-AFTER-DETAIL
047243         TO CRC-AFTER-CONTACT-NAME
047244     MOVE CDT-CONTACT-PHONE OF WS-AFTER-DETAIL
047245         TO CRC-AFTER-CONTACT-PHONE
047246     MOVE CDT-ACCOUNT-TYPE OF WS-AFTER-DETAIL
047247         TO CRC-AFTER-ACCOUNT-TYPE
047248     MOVE CMJ-DTL-OPERATOR-ID OF CMJ-JOURNAL-RECORD
047249         TO CRC-OPERATOR-ID
047250     PERFORM 2650-RESOLVE-DETAIL-TOKENS THRU 2650-EXIT
047251
047252     MOVE 'N' TO CRC-CONTACT-NAME-CHANGED
047253     MOVE 'N' TO CRC-CONTACT-PHONE-CHANGED
047254     MOVE 'N' TO CRC-ACCOUNT-TYPE-CHANGED
047255     IF CRC-BEFORE-CONTACT-NAME NOT = CRC-AFTER-CONTACT-NAME
047256         MOVE 'Y' TO CRC-CONTACT-NAME-CHANGED
047257     END-IF
047258     IF CRC-BEFORE-CONTACT-PHONE NOT = CRC-AFTER-CONTACT-PHONE
047259         MOVE 'Y' TO CRC-CONTACT-PHONE-CHANGED
047260     END-IF
047261     IF CRC-BEFORE-ACCOUNT-TYPE NOT = CRC-AFTER-ACCOUNT-TYPE
047262         MOVE 'Y' TO CRC-ACCOUNT-TYPE-CHANGED
047263     END-IF
047264
047265     WRITE CRC-CHANGE-RECORD
047266     ADD 1 TO WS-DTL-NOTICES
047267
047268     .
047269 2600-EXIT.
047270     EXIT.
047271
047272******************************************************************
047273* 2650-RESOLVE-DETAIL-TOKENS  --  PUTS THE CLEAR CONTACT NAME   *
047274*                                 AND PHONE, BEFORE AND AFTER,  *
047275*                                 INTO THE 'DTL' NOTICE IN      *
047276*                                 PLACE OF THE JOURNAL'S        *
047277*                                 TOKENS.                       *
047278******************************************************************
047279 2650-RESOLVE-DETAIL-TOKENS.
047280
047281     MOVE 'N' TO WS-TKV-TYPE
047282     MOVE CRC-BEFORE-CONTACT-NAME TO WS-TKV-VALUE
047283     PERFORM 2660-RESOLVE-TOKEN THRU 2660-EXIT
047284     MOVE WS-TKV-VALUE TO CRC-BEFORE-CONTACT-NAME
047285     MOVE CRC-AFTER-CONTACT-NAME TO WS-TKV-VALUE
047286     PERFORM 2660-RESOLVE-TOKEN THRU 2660-EXIT
047287     MOVE WS-TKV-VALUE TO CRC-AFTER-CONTACT-NAME
047288
047289     MOVE 'P' TO WS-TKV-TYPE
047290     MOVE CRC-BEFORE-CONTACT-PHONE TO WS-TKV-VALUE
047291     PERFORM 2660-RESOLVE-TOKEN THRU 2660-EXIT
047292     MOVE WS-TKV-VALUE(1:12) TO CRC-BEFORE-CONTACT-PHONE
047293     MOVE CRC-AFTER-CONTACT-PHONE TO WS-TKV-VALUE
047294     PERFORM 2660-RESOLVE-TOKEN THRU 2660-EXIT
047295     MOVE WS-TKV-VALUE(1:12) TO CRC-AFTER-CONTACT-PHONE
047296
047297     .
047298 2650-EXIT.
047299     EXIT.
047300
047301******************************************************************
047302* 2660-RESOLVE-TOKEN  --  TURNS THE TOKEN IN WS-TKV-VALUE BACK   *
047303*                        INTO ITS CLEAR VALUE FOR THE JOURNAL    *
047304*                        ROW'S CUSTOMER.  ANY OTHER VAULT ROW,   *
047305*                        OR NONE, RESOLVES TO SPACES.  A VALUE   *
047306*                        THAT IS NOT A TOKEN (A ROW JOURNALED    *
047307*                        BEFORE TOKENIZING) IS LEFT AS IT IS.    *
047308******************************************************************
047309 2660-RESOLVE-TOKEN.
047310
047311     IF WS-TKV-VALUE(1:3) NOT = '*TK'
047312         GO TO 2660-EXIT
047313     END-IF
047314
047315     MOVE WS-TKV-VALUE(1:12) TO TKV-TOKEN
047316     READ Token-Vault
047317         INVALID KEY
047318             MOVE SPACES TO TKV-VAULT-RECORD
047319     END-READ
047320
047321     IF TKV-CUSTOMER-KEY = CMJ-CUSTOMER-KEY OF CMJ-JOURNAL-RECORD
047322         AND TKV-FIELD-TYPE = WS-TKV-TYPE
047323         MOVE TKV-CLEAR-VALUE TO WS-TKV-VALUE
047324     ELSE
047325         MOVE SPACES TO WS-TKV-VALUE
047326         ADD 1 TO WS-TKV-UNRESOLVED
047327     END-IF
047328
047329     .
047330 2660-EXIT.
047331     EXIT.
047332
047400******************************************************************
047500* 3000-TERMINATE  --  WRITES THE INTERFACE TRAILER AND THE       *
047600*                     JSNCTOT CONTROL-TOTALS ROW, CLOSES         *
047700*                     EVERYTHING, AND REPORTS THE RUN TOTALS.    *
047800******************************************************************
047900 3000-TERMINATE.
048000
048100     MOVE SPACES               TO CRC-CHANGE-RECORD
048200     SET CRC-TYPE-TRAILER      TO TRUE
048300     MOVE WS-EXTRACT-DATE      TO CRC-EXTRACT-DATE
048400     MOVE WS-NOTICES-WRITTEN   TO CRC-TRL-NOTICE-COUNT
048500     MOVE WS-ADD-NOTICES       TO CRC-TRL-ADD-COUNT
048600     MOVE WS-CHG-NOTICES       TO CRC-TRL-CHG-COUNT
048700     MOVE WS-INA-NOTICES       TO CRC-TRL-INA-COUNT
048800     MOVE WS-DEL-NOTICES       TO CRC-TRL-DEL-COUNT
048900     MOVE WS-CAN-NOTICES       TO CRC-TRL-CAN-COUNT
049000     MOVE WS-JOURNAL-ROWS      TO CRC-TRL-JOURNAL-ROWS
049100     MOVE WS-CANCELLED-IN-DAY  TO CRC-TRL-CANCELLED-IN-DAY
049200     MOVE WS-NOT-NOTIFIED      TO CRC-TRL-NOT-NOTIFIED
049250     MOVE WS-DTL-NOTICES       TO CRC-TRL-DTL-COUNT
049300     WRITE CRC-CHANGE-RECORD
049400
049500     IF WS-CMJRNL-STATUS = '00' OR WS-CMJRNL-STATUS = '10'
049600         CLOSE Journal-File
049700     END-IF
049800     CLOSE Crm-Interface
049850     CLOSE Token-Vault
049900
050000     DISPLAY MYNAME ' JOURNAL ROWS READ = ' WS-RECS-READ
050100     DISPLAY MYNAME ' ROWS FOR THE DATE = ' WS-JOURNAL-ROWS
050200     DISPLAY MYNAME ' NOTICES WRITTEN   = ' WS-NOTICES-WRITTEN
050300     DISPLAY MYNAME ' CANCEL NOTICES    = ' WS-CAN-NOTICES
050350     DISPLAY MYNAME ' DETAIL NOTICES    = ' WS-DTL-NOTICES
050370     DISPLAY MYNAME ' UNRESOLVED TOKENS = ' WS-TKV-UNRESOLVED
050400     DISPLAY MYNAME ' CANCELLED IN DAY  = ' WS-CANCELLED-IN-DAY
050500     DISPLAY MYNAME ' NOT NOTIFIED      = ' WS-NOT-NOTIFIED
050600
050700     PERFORM 3100-WRITE-CONTROL-TOTALS THRU 3100-EXIT
050800
050900     DISPLAY MYNAME ' End'
051000
051100     .
051200 3000-EXIT.
051300     EXIT.
051400
051500******************************************************************
051600* 3100-WRITE-CONTROL-TOTALS  --  WRITES ONE END-OF-JOB CONTROL   *
051700*                                TOTALS RECORD TO JSNCTOT, SAME  *
051800*                                PATTERN AS CMWEXTR'S 3100.      *
051900******************************************************************
052000 3100-WRITE-CONTROL-TOTALS.
052100
052200     OPEN EXTEND Control-Totals
052300     IF WS-CTLTOT-STATUS = '05' OR WS-CTLTOT-STATUS = '35'
052400         OPEN OUTPUT Control-Totals
052500     END-IF
052600
052700     ACCEPT CTL-TIMESTAMP-DATE FROM DATE YYYYMMDD
052800     ACCEPT CTL-TIMESTAMP-TIME FROM TIME
052900     MOVE MYNAME               TO CTL-PROGRAM-ID
053000     MOVE WS-JOURNAL-ROWS      TO CTL-RECS-READ
053100     MOVE SPACES               TO CTL-FEED-ID
053125     MOVE SPACES               TO CTL-DATASET-ID
053150     MOVE SPACES               TO CTL-DATASET-SCOPE
053175     MOVE 0                    TO CTL-HASH-TOTAL
053200     MOVE WS-NOTICES-WRITTEN   TO CTL-RECS-WRITTEN
053300     MOVE 0                    TO CTL-RECS-FAILED
053400     MOVE RETURN-CODE          TO CTL-RETURN-CODE
053500
053600     WRITE CTL-TOTALS-RECORD
053700
053800     CLOSE Control-Totals
053900
054000     .
054100 3100-EXIT.
054200     EXIT.
054300
054400******************************************************************
054500* 8000-READ-JOURNAL  --  PRIMES/ADVANCES THE JOURNAL CURSOR.     *
054600******************************************************************
054700 8000-READ-JOURNAL.
054800
054900     READ Journal-File
055000         AT END
055100             SET WS-CMJRNL-EOF TO TRUE
055200         NOT AT END
055300             ADD 1 TO WS-RECS-READ
055400     END-READ
055500
055600     .
055700 8000-EXIT.
055800     EXIT.
055900
056000******************************************************************
056100* 8100-READ-JOURNAL-LOOKUP  --  PRIMES/ADVANCES THE COUNTERPART  *
056200*                               LOOKUP CURSOR.                   *
056300******************************************************************
056400 8100-READ-JOURNAL-LOOKUP.
056500
056600     READ Journal-Lookup
056700         AT END
056800             SET WS-CMJRNL-LKUP-EOF TO TRUE
056900     END-READ
057000
057100     .
057200 8100-EXIT.
057300     EXIT.

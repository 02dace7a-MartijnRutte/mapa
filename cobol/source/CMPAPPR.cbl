003000*                  CODE 8 WHEN ANOTHER CUSTMAST PROGRAM HOLDS    *
003100*                  IT -- THIS PROGRAM WRITES THE MASTER IN       *
003200*                  PLACE, SO IT SERIALIZES LIKE THE OTHERS.      *
003210* 2026-10-14 MAR   A ROW PENDED WITH AN SD-004 MOVED TO A        *
003220*                  BUSINESS DAY LANDS WITH THE ADJUSTED DATE     *
003230*                  (CMP-SD004-ADJUSTED) RATHER THAN THE ONE IN   *
003240*                  THE RE-PARSED BUFFER, AND ITS JOURNAL ROW     *
003250*                  CARRIES THE SAME CMJ-SOURCE-ADJUST FLAG.      *
003260* 2026-10-14 MAR   THE MASTER KEY COMES FROM CMP-CUSTOMER-KEY,   *
003270*                  NOT THE RE-PARSED BUFFER: A FEED THAT SENDS   *
003280*                  ITS OWN KEYS PENDS THE PARTNER'S SD-001 IN    *
003290*                  THE BUFFER, RESOLVED TO OURS ON THE ROW.      *
003292* 2026-10-14 MAR   EVERY APPLY STAMPS THE CUSTOMER'S CUSTSTMP    *
003294*                  ROW (2220) WITH THE ROW'S CMP-TXN-TIMESTAMP   *
003296*                  AND FEED, OR WITH THIS RUN'S ID WHEN THE LINE *
003298*                  CARRIED NO STAMP OR THE STAMP ON FILE IS      *
003300*                  LATER -- AN APPROVED STALE UPDATE IS THE      *
003302*                  OPERATOR'S DECISION AND NEWER THAN EITHER.    *
003304*                  THE JOURNAL ROW CARRIES THE STAMP'S BEFORE    *
003306*                  IMAGE, AS JSNCMUPD'S DOES.                    *
003307* 2026-10-15 MAR   THE ROW'S CMP-SD003-XLATED -- THE SD-003 AS   *
003308*                  JSNCMUPD TRANSLATED IT -- REPLACES THE        *
003309*                  PARTNER'S CODE IN THE RE-PARSED BUFFER.  A    *
003310*                  ROW PENDED WITH ITS NESTED DETAIL LANDS THAT  *
003311*                  SEGMENT ON CUSTDETL WITH THE MASTER (2230)    *
003312*                  AND JOURNALS IT AS A DETAIL ROW (2310); WHEN  *
003313*                  CUSTDETL CANNOT BE OPENED THE ROW IS LEFT     *
003314*                  PENDING.                                      *
003315******************************************************************
003400 Environment Division.
003500 Input-Output Section.
003600 File-Control.
005900     Select Run-Lock Assign to 'RUNLOCK'
006000         Organization is Sequential
006100         File Status is WS-RUNLOCK-STATUS.
006110
006120     Select Customer-Stamps Assign to 'CUSTSTMP'
006130         Organization is Indexed
006140         Access Mode is Random
006150         Record Key is CST-CUSTOMER-KEY
006160         File Status is WS-CUSTSTMP-STATUS.
006170
006180     Select Customer-Detail Assign to 'CUSTDETL'
006185         Organization is Indexed
006190         Access Mode is Random
006192         Record Key is CDT-CUSTOMER-KEY OF CUSTDETL-REC
006194         File Status is WS-CUSTDETL-STATUS.
006200 Data Division.
006300 File Section.
006400 FD  Approval-Request
009100     Label Records are Standard
009200     Recording Mode is F.
009300 COPY RUNLOCK.
009310
009320 FD  Customer-Stamps
009330     Label Records are Standard
009340     Recording Mode is F.
009350 COPY CUSTSTMP.
009360
009370 FD  Customer-Detail
009380     Label Records are Standard
009390     Recording Mode is F.
009392 COPY CUSTDETL Replacing ==CDT-DETAIL-RECORD== By
009394                         ==CUSTDETL-REC==.
009400
009500 Working-Storage Section.
009600 01  CONSTANTS.
010700 01  WS-CMJRNL-STATUS         PIC X(002) VALUE '00'.
010800 01  WS-CMJRNL-OPEN-SW        PIC X(001) VALUE 'N'.
010900     88  WS-CMJRNL-IS-OPEN       VALUE 'Y'.
011010
011020*
011030* CUSTSTMP STAMP SUPPORT (2220).  THE ROW AS IT STOOD BEFORE THE
011040* APPLY GOES ON THE JOURNAL ROW.
011050 01  WS-CUSTSTMP-STATUS       PIC X(002) VALUE '00'.
011060 01  WS-STAMP-ROW-SW          PIC X(001) VALUE 'N'.
011070     88  WS-STAMP-ROW-FOUND       VALUE 'Y'.
011080 01  WS-STAMP-BEFORE          PIC X(035) VALUE SPACES.
011082*
011084* PENDED DETAIL SUPPORT (2205/2230/2310).  CUSTDETL IS OPENED THE
011086* FIRST TIME A ROW CARRIES A DETAIL SEGMENT; A FAILED OPEN IS
011088* REMEMBERED AND LEAVES EVERY SUCH ROW PENDING.
011090 01  WS-CUSTDETL-STATUS       PIC X(002) VALUE '00'.
011092 01  WS-CUSTDETL-OPEN-SW      PIC X(001) VALUE 'N'.
011094     88  WS-CUSTDETL-IS-OPEN      VALUE 'Y'.
011096     88  WS-CUSTDETL-FAILED       VALUE 'F'.
011098 01  WS-DETAIL-BEFORE-IMAGE   PIC X(044) VALUE SPACES.
011100*
011200* RUNLOCK RUN-SERIALIZATION SUPPORT (1900/8900).
011300 01  WS-RUNLOCK-STATUS        PIC X(002) VALUE '00'.
013700     05  WS-ROWS-READ         PIC 9(009) COMP-5 VALUE 0.
013800     05  WS-ROWS-APPLIED      PIC 9(009) COMP-5 VALUE 0.
013900     05  WS-ROWS-FAILED       PIC 9(009) COMP-5 VALUE 0.
013950     05  WS-DETAIL-APPLIED    PIC 9(009) COMP-5 VALUE 0.
014000
014100******************************************************************
014200 Procedure Division.
019100         MOVE 16 TO RETURN-CODE
019200         GOBACK
019300     END-IF
019310
019320     OPEN I-O Customer-Stamps
019330     IF WS-CUSTSTMP-STATUS = '35'
019340         OPEN OUTPUT Customer-Stamps
019350         CLOSE Customer-Stamps
019360         OPEN I-O Customer-Stamps
019370     END-IF
019380     IF WS-CUSTSTMP-STATUS NOT = '00'
019382         DISPLAY MYNAME ' UNABLE TO OPEN CUSTSTMP, STATUS = '
019384             WS-CUSTSTMP-STATUS
019386         MOVE 16 TO RETURN-CODE
019388         GOBACK
019390     END-IF
019400
019500     PERFORM 8000-READ-QUEUE-OLD THRU 8000-EXIT
019600
028800*                               JSNCMUPD'S APPLY, WITH A CMJRNL  *
028900*                               JOURNAL ROW PER APPLY.  A BUFFER *
029000*                               THAT NO LONGER PARSES IS LEFT    *
029100*                               PENDING AND COUNTED AS FAILED,   *
029110*                               AS IS ONE WHOSE DETAIL SEGMENT   *
029120*                               CANNOT LAND FOR WANT OF CUSTDETL *
029130*                               -- MASTER AND DETAIL LAND        *
029140*                               TOGETHER OR NOT AT ALL.          *
029200******************************************************************
029300 2200-APPLY-PENDED-CHANGE.
029400
029500     MOVE 'N' TO WS-APPLY-OK-SW
029510
029520     IF CMP-DETAIL-PENDED OF CMP-PENDING-RECORD
029530         PERFORM 2205-OPEN-DETAIL THRU 2205-EXIT
029540         IF NOT WS-CUSTDETL-IS-OPEN
029550             DISPLAY MYNAME ' DETAIL SEGMENT CANNOT LAND, ROW'
029560                 ' LEFT PENDING, KEY = '
029570                 CMP-CUSTOMER-KEY OF CMP-PENDING-RECORD
029580             GO TO 2200-EXIT
029590         END-IF
029595     END-IF
029598
029600     MOVE CMP-SOURCE-BUFFER OF CMP-PENDING-RECORD TO WS-BUF
029700     MOVE SPACES TO SOME-DATA
029800     SET SD-VERSION-IS-CURRENT OF SOME-DATA TO TRUE
030900     .
031000 2200-EXIT.
031100     EXIT.
031103
031106******************************************************************
031109* 2205-OPEN-DETAIL  --  OPENS CUSTDETL THE FIRST TIME A PENDED   *
031112*                       ROW CARRIES A DETAIL SEGMENT, CREATING   *
031115*                       IT ON ITS FIRST EVER USE AS JSNCMUPD     *
031118*                       DOES.  A FAILED OPEN IS REPORTED ONCE    *
031121*                       AND REMEMBERED.                          *
031124******************************************************************
031127 2205-OPEN-DETAIL.
031130
031133     IF WS-CUSTDETL-IS-OPEN OR WS-CUSTDETL-FAILED
031136         GO TO 2205-EXIT
031139     END-IF
031142
031145     OPEN I-O Customer-Detail
031148     IF WS-CUSTDETL-STATUS = '05' OR WS-CUSTDETL-STATUS = '35'
031151         OPEN OUTPUT Customer-Detail
031154     END-IF
031157     IF WS-CUSTDETL-STATUS NOT = '00'
031160         DISPLAY MYNAME ' UNABLE TO OPEN CUSTDETL, STATUS = '
031163             WS-CUSTDETL-STATUS
031166         SET WS-CUSTDETL-FAILED TO TRUE
031169         GO TO 2205-EXIT
031172     END-IF
031175
031178     SET WS-CUSTDETL-IS-OPEN TO TRUE
031181
031184     .
031187 2205-EXIT.
031190     EXIT.
031200
031300******************************************************************
031400* 2210-LAND-ON-MASTER  --  WRITES OR REWRITES THE RE-PARSED      *
031500*                          RECORD BY KEY, WHICHEVER THE MASTER   *
031600*                          NOW NEEDS, AND JOURNALS THE APPLY.    *
031610*                          THE TRANSLATED SD-003 AND ADJUSTED    *
031620*                          SD-004 OFF THE ROW REPLACE THE        *
031630*                          BUFFER'S, AND A PENDED DETAIL SEGMENT *
031640*                          LANDS WITH IT (2230).                 *
031700******************************************************************
031800 2210-LAND-ON-MASTER.
031900
031910     IF CMP-SD004-ADJUSTED OF CMP-PENDING-RECORD NUMERIC
031920         AND CMP-SD004-ADJUSTED OF CMP-PENDING-RECORD > 0
031930         MOVE CMP-SD004-ADJUSTED OF CMP-PENDING-RECORD
031940             TO SD-004 OF SOME-DATA
031950     END-IF
031951
031952     IF CMP-SD003-XLATED OF CMP-PENDING-RECORD NOT = SPACES
031953         MOVE CMP-SD003-XLATED OF CMP-PENDING-RECORD
031954             TO SD-003 OF SOME-DATA
031955     END-IF
031956
031957     IF CMP-CUSTOMER-KEY OF CMP-PENDING-RECORD NOT = SPACES
031958         MOVE CMP-CUSTOMER-KEY OF CMP-PENDING-RECORD
031959             TO SD-001 OF SOME-DATA
031960     END-IF
031961
032000     MOVE SD-001 OF SOME-DATA TO SD-001 OF CUSTMAST-REC
032100
032200     READ Customer-Master
033700     END-READ
033800
033900     SET WS-APPLY-OK TO TRUE
033950     PERFORM 2220-WRITE-STAMP THRU 2220-EXIT
034000     PERFORM 2300-WRITE-JOURNAL-ROW THRU 2300-EXIT
034050
034060     IF CMP-DETAIL-PENDED OF CMP-PENDING-RECORD
034070         PERFORM 2230-LAND-DETAIL THRU 2230-EXIT
034080     END-IF
034100
034200     .
034300 2210-EXIT.
034400     EXIT.
034401
034403******************************************************************
034405* 2220-WRITE-STAMP  --  STAMPS THE CUSTOMER'S CUSTSTMP ROW FOR   *
034407*                       THE APPLY JUST MADE: THE PENDED LINE'S   *
034409*                       TXN-TIMESTAMP AND FEED, OR THIS RUN'S ID *
034411*                       WHEN THERE WAS NONE OR THE STAMP ON FILE *
034413*                       IS LATER.  THE ROW AS IT STOOD IS KEPT   *
034415*                       IN WS-STAMP-BEFORE FOR THE JOURNAL ROW.  *
034417******************************************************************
034419 2220-WRITE-STAMP.
034421
034423     MOVE 'N'                 TO WS-STAMP-ROW-SW
034425     MOVE SPACES              TO WS-STAMP-BEFORE
034427     MOVE SD-001 OF SOME-DATA TO CST-CUSTOMER-KEY
034429
034431     READ Customer-Stamps
034433         INVALID KEY
034435             CONTINUE
034437         NOT INVALID KEY
034439             SET WS-STAMP-ROW-FOUND TO TRUE
034441             MOVE CST-STAMP-RECORD TO WS-STAMP-BEFORE
034443     END-READ
034445
034447     IF CMP-TXN-TIMESTAMP OF CMP-PENDING-RECORD NUMERIC
034449         AND CMP-TXN-DATE OF CMP-PENDING-RECORD > 0
034451         AND (NOT WS-STAMP-ROW-FOUND
034453              OR CMP-TXN-TIMESTAMP OF CMP-PENDING-RECORD
034455                     NOT < CST-LAST-CHANGED)
034457         MOVE CMP-TXN-TIMESTAMP OF CMP-PENDING-RECORD
034459             TO CST-LAST-CHANGED
034461         SET CST-SOURCE-TXN TO TRUE
034463     ELSE
034465         MOVE WS-RUN-ID       TO CST-LAST-CHANGED
034467         SET CST-SOURCE-RUN   TO TRUE
034469     END-IF
034471     MOVE SD-001 OF SOME-DATA TO CST-CUSTOMER-KEY
034473     MOVE CMP-FEED-ID OF CMP-PENDING-RECORD TO CST-FEED-ID
034475
034477     IF WS-STAMP-ROW-FOUND
034479         REWRITE CST-STAMP-RECORD
034481     ELSE
034483         WRITE CST-STAMP-RECORD
034485     END-IF
034487
034489     .
034491 2220-EXIT.
034493     EXIT.
034500
034600******************************************************************
034700* 2300-WRITE-JOURNAL-ROW  --  LAZY-OPEN APPENDS ONE CMJRNL ROW   *
036800     MOVE WS-BEFORE-IMAGE     TO CMJ-BEFORE-IMAGE
036900     MOVE CUSTMAST-REC        TO CMJ-AFTER-IMAGE
037000     MOVE WS-BUF              TO CMJ-SOURCE-BUFFER
037010     MOVE CMP-SD004-ADJUST OF CMP-PENDING-RECORD
037020                              TO CMJ-SOURCE-ADJUST
037030     MOVE WS-STAMP-BEFORE     TO CMJ-BEFORE-STAMP
037100
037200     WRITE CMJ-JOURNAL-RECORD
037300
037400     .
037500 2300-EXIT.
037600     EXIT.
037601
037602******************************************************************
037603* 2230-LAND-DETAIL  --  WRITES OR REWRITES THE CUSTDETL ROW      *
037604*                       PENDED WITH THE MASTER -- ALREADY        *
037605*                       TRANSLATED AND TOKENIZED BY JSNCMUPD --  *
037606*                       UNDER THE MASTER'S KEY, AND JOURNALS IT  *
037607*                       (2310).                                  *
037608******************************************************************
037609 2230-LAND-DETAIL.
037610
037611     MOVE SD-001 OF SOME-DATA TO CDT-CUSTOMER-KEY OF CUSTDETL-REC
037612
037613     READ Customer-Detail
037614         INVALID KEY
037615             MOVE SPACES TO WS-DETAIL-BEFORE-IMAGE
037616             MOVE 'DAD'  TO WS-JOURNAL-ACTION
037617             MOVE CMP-DETAIL-SEGMENT OF CMP-PENDING-RECORD
037618                 TO CUSTDETL-REC
037619             MOVE SD-001 OF SOME-DATA
037620                 TO CDT-CUSTOMER-KEY OF CUSTDETL-REC
037621             WRITE CUSTDETL-REC
037622         NOT INVALID KEY
037623             MOVE CUSTDETL-REC TO WS-DETAIL-BEFORE-IMAGE
037624             MOVE 'DCH'  TO WS-JOURNAL-ACTION
037625             MOVE CMP-DETAIL-SEGMENT OF CMP-PENDING-RECORD
037626                 TO CUSTDETL-REC
037627             MOVE SD-001 OF SOME-DATA
037628                 TO CDT-CUSTOMER-KEY OF CUSTDETL-REC
037629             REWRITE CUSTDETL-REC
037630     END-READ
037631
037632     ADD 1 TO WS-DETAIL-APPLIED
037633     PERFORM 2310-WRITE-DETAIL-JOURNAL-ROW THRU 2310-EXIT
037634
037635     .
037636 2230-EXIT.
037637     EXIT.
037638
037639******************************************************************
037640* 2310-WRITE-DETAIL-JOURNAL-ROW  --  APPENDS ONE CMJRNL DETAIL   *
037641*                                    ROW FOR THE CUSTDETL APPLY  *
037642*                                    JUST MADE, SAME SHAPE AS    *
037643*                                    JSNCMUPD'S 2155: THE        *
037644*                                    TOKENIZED ROW AGAIN AS THE  *
037645*                                    SOURCE.                     *
037646******************************************************************
037647 2310-WRITE-DETAIL-JOURNAL-ROW.
037648
037649     IF NOT WS-CMJRNL-IS-OPEN
037650         OPEN EXTEND Journal-File
037651         IF WS-CMJRNL-STATUS = '05' OR WS-CMJRNL-STATUS = '35'
037652             OPEN OUTPUT Journal-File
037653         END-IF
037654         SET WS-CMJRNL-IS-OPEN TO TRUE
037655     END-IF
037656
037657     ACCEPT CMJ-TIMESTAMP-DATE FROM DATE YYYYMMDD
037658     ACCEPT CMJ-TIMESTAMP-TIME FROM TIME
037659     MOVE MYNAME              TO CMJ-PROGRAM-ID
037660     MOVE WS-RUN-ID-DATE      TO CMJ-RUN-ID-DATE
037661     MOVE WS-RUN-ID-TIME      TO CMJ-RUN-ID-TIME
037662     MOVE WS-JOURNAL-ACTION   TO CMJ-ACTION
037663     MOVE SD-001 OF SOME-DATA TO CMJ-CUSTOMER-KEY
037664     MOVE WS-DETAIL-BEFORE-IMAGE
037665                              TO CMJ-DTL-BEFORE-IMAGE
037666     MOVE CUSTDETL-REC        TO CMJ-DTL-AFTER-IMAGE
037667     MOVE SPACES              TO CMJ-DTL-OPERATOR-ID
037668     MOVE CUSTDETL-REC        TO CMJ-DTL-SOURCE-BUFFER
037669     MOVE SPACE               TO CMJ-SOURCE-ADJUST
037670     MOVE SPACES              TO CMJ-BEFORE-STAMP
037671
037672     WRITE CMJ-JOURNAL-RECORD
037673
037674     .
037675 2310-EXIT.
037676     EXIT.
037700
037800******************************************************************
037900* 3000-TERMINATE  --  CLOSES THE FILES AND REPORTS THE RUN       *
038400     CLOSE Pend-Queue-Old
038500     CLOSE Pend-Queue-New
038600     CLOSE Customer-Master
038650     CLOSE Customer-Stamps
038660     IF WS-CUSTDETL-IS-OPEN
038670         CLOSE Customer-Detail
038680     END-IF
038700
038800     IF WS-CMJRNL-IS-OPEN
038900         CLOSE Journal-File
039400     DISPLAY MYNAME ' QUEUE ROWS READ    = ' WS-ROWS-READ
039500     DISPLAY MYNAME ' CHANGES APPLIED    = ' WS-ROWS-APPLIED
039600     DISPLAY MYNAME ' APPLIES FAILED     = ' WS-ROWS-FAILED
039650     DISPLAY MYNAME ' DETAIL ROWS LANDED = ' WS-DETAIL-APPLIED
039700
039800     DISPLAY MYNAME ' End'
039900

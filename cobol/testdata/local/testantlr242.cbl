       Environment Division.                                            00000004
       Input-Output Section.                                            00000005
       File-Control.                                                    00000006
           Select Dispatch-Table Assign to 'DISPTBL'                    00000007
               Organization is Line Sequential                          00000008
               File Status is WS-DISPTBL-STATUS.                        00000009
           Select Catchall-Usage Assign to 'CATCHUSE'                   00000010
               Organization is Line Sequential                          00000011
               File Status is WS-CATCHUSE-STATUS.                       00000012
           Select Call-Frequency-Log Assign to 'CALLFREQ'               00000013
               Organization is Line Sequential                          00000014
               File Status is WS-CALLFREQ-STATUS.                       00000015
           Select Run-History Assign to 'RUNHIST'                       00000016
               Organization is Line Sequential                          00000017
               File Status is WS-RUNHIST-STATUS.                        00000018
       Data Division.                                                   00000019
       File Section.                                                    00000020
       FD  Dispatch-Table                                               00000021
           Label Records are Standard                                   00000022
           Recording Mode is F.                                         00000023
       COPY DISPTBL.                                                    00000024
       FD  Catchall-Usage                                               00000025
           Label Records are Standard                                   00000026
           Recording Mode is F.                                         00000027
       COPY CATCHUSE.                                                   00000028
       FD  Call-Frequency-Log                                           00000029
           Label Records are Standard                                   00000030
           Recording Mode is F.                                         00000031
       COPY CALLFREQ.                                                   00000032
       FD  Run-History                                                  00000033
           Label Records are Standard                                   00000034
           Recording Mode is F.                                         00000035
       COPY RUNHIST.                                                    00000036
       Working-Storage Section.                                         00000037
                                                                        00000038
      *                                                                 00000039
      * SHARED COUNTER/SWITCH GROUP -- SEE WORKAREA.CPY.                00000040
       COPY WORKAREA.                                                   00000041
                                                                        00000042
       01  CONSTANTS.                                                   00000043
           05  MYNAME               PIC X(012) VALUE 'testantlr242'.    00000044
           >>EVALUATE TRUE                                              00000045
           >>WHEN X = 1                                                 00000046
           05  PGM-0001             PIC X(008) VALUE 'PGMA0001'.        00000047
           05  ROUTE-0001           PIC X(008) VALUE 'ROUTE001'.        00000048
           >>WHEN X = 2                                                 00000049
           05  PGM-0001             PIC X(008) VALUE 'PGMA0002'.        00000050
           05  ROUTE-0001           PIC X(008) VALUE 'ROUTE002'.        00000051
           >>WHEN X = 3                                                 00000052
           05  PGM-0001             PIC X(008) VALUE 'PGMA0003'.        00000053
           05  ROUTE-0001           PIC X(008) VALUE 'ROUTE003'.        00000054
           >>WHEN X = 4                                                 00000055
           05  PGM-0001             PIC X(008) VALUE 'PGMA0004'.        00000056
           05  ROUTE-0001           PIC X(008) VALUE 'ROUTE004'.        00000057
           >>WHEN OTHER                                                 00000058
           05  PGM-0001             PIC X(008) VALUE 'PGMA0009'.        00000059
           05  ROUTE-0001           PIC X(008) VALUE 'ROUTE009'.        00000060
           >>END-EVALUATE                                               00000061
                                                                        00000062
           05  PGM-0009             PIC X(008) VALUE 'PGMA0009'.        00000063
                                                                        00000064
      *                                                                 00000065
      * ROUTE-0001 IS THIS BUILD'S KEY INTO DISPTBL.  WS-DISPATCH-PGM   00000066
      * STARTS OUT AS THE COMPILED-IN PGM-0001 AND IS OVERLAID BY       00000067
      * 1900-RESOLVE-ROUTE WHEN DISPTBL HAS A ROW FOR THE ROUTE IN FORCE00000068
      * ON WS-RUN-DATE, SO A SCHEDULED CUTOVER TAKES EFFECT WITHOUT A   00000069
      * REBUILD.  ROW-FROM/ROW-TO IS THE ROW BEING LOOKED AT WITH ITS   00000070
      * OPEN ENDS FILLED IN; BEST-FROM IS THE START OF THE ROW TAKEN.   00000071
       01  WS-DISPATCH-PGM          PIC X(008) VALUE SPACES.            00000072
       01  WS-RUN-DATE              PIC 9(008) VALUE 0.                 00000073
       01  WS-ROW-FROM              PIC 9(008) VALUE 0.                 00000074
       01  WS-ROW-TO                PIC 9(008) VALUE 0.                 00000075
       01  WS-BEST-FROM             PIC 9(008) VALUE 0.                 00000076
       01  WS-DISPTBL-STATUS        PIC X(002) VALUE '00'.              00000077
       01  WS-DISPTBL-EOF-SW        PIC X(001) VALUE 'N'.               00000078
           88  WS-DISPTBL-EOF           VALUE 'Y'.                      00000079
       01  WS-DISPATCH-SOURCE-SW    PIC X(001) VALUE 'N'.               00000080
           88  WS-DISPATCH-FROM-TABLE   VALUE 'Y'.                      00000081
                                                                        00000082
       01  WS-CATCHUSE-STATUS       PIC X(002) VALUE '00'.              00000083
       01  WS-CALLFREQ-STATUS       PIC X(002) VALUE '00'.              00000084
       01  WS-RUNHIST-STATUS        PIC X(002) VALUE '00'.              00000085
                                                                        00000086
      *                                                                 00000087
      * WS-RUNHIST-RUN-ID-TIME DOUBLES AS THE START-OF-RUN CLOCK READING00000088
      * SO 9200-WRITE-RUNHIST-END CAN COMPUTE HOW LONG THE RUN TOOK.    00000089
       01  WS-RUNHIST-RUN-ID-DATE    PIC 9(008) VALUE 0.                00000090
       01  WS-RUNHIST-RUN-ID-TIME    PIC 9(008) VALUE 0.                00000091
       01  WS-RUNHIST-START-TIME-X REDEFINES WS-RUNHIST-RUN-ID-TIME.    00000092
           05  WS-RHT-START-HH       PIC 9(002).                        00000093
           05  WS-RHT-START-MM       PIC 9(002).                        00000094
           05  WS-RHT-START-SS       PIC 9(002).                        00000095
           05  WS-RHT-START-CS       PIC 9(002).                        00000096
       01  WS-RUNHIST-END-TIME       PIC 9(008) VALUE 0.                00000097
       01  WS-RUNHIST-END-TIME-X REDEFINES WS-RUNHIST-END-TIME.         00000098
           05  WS-RHT-END-HH         PIC 9(002).                        00000099
           05  WS-RHT-END-MM         PIC 9(002).                        00000100
           05  WS-RHT-END-SS         PIC 9(002).                        00000101
           05  WS-RHT-END-CS         PIC 9(002).                        00000102
       01  WS-RUNHIST-ELAPSED        PIC 9(008) VALUE 0.                00000103
                                                                        00000104
      *                                                                 00000105
      * WS-CALL-START-TIME/WS-CALL-END-TIME ARE THE CLOCK READ EITHER   00000106
      * SIDE OF CALL WS-DISPATCH-PGM.  2110-COMPUTE-CALL-ELAPSED TURNS  00000107
      * THEM INTO THE HUNDREDTHS OF A SECOND CALLFREQ CARRIES.          00000108
       01  WS-CALL-START-TIME        PIC 9(008) VALUE 0.                00000109
       01  WS-CALL-START-TIME-X REDEFINES WS-CALL-START-TIME.           00000110
           05  WS-CLT-START-HH       PIC 9(002).                        00000111
           05  WS-CLT-START-MM       PIC 9(002).                        00000112
           05  WS-CLT-START-SS       PIC 9(002).                        00000113
           05  WS-CLT-START-CS       PIC 9(002).                        00000114
       01  WS-CALL-END-TIME          PIC 9(008) VALUE 0.                00000115
       01  WS-CALL-END-TIME-X REDEFINES WS-CALL-END-TIME.               00000116
           05  WS-CLT-END-HH         PIC 9(002).                        00000117
           05  WS-CLT-END-MM         PIC 9(002).                        00000118
           05  WS-CLT-END-SS         PIC 9(002).                        00000119
           05  WS-CLT-END-CS         PIC 9(002).                        00000120
       01  WS-CALL-ELAPSED           PIC S9(009) VALUE 0.               00000121
                                                                        00000122
      *                                                                 00000123
                                                                        00000124
       Procedure Division.                                              00000125
           PERFORM 9100-WRITE-RUNHIST-START THRU 9100-EXIT              00000126
                                                                        00000127
           DISPLAY MYNAME ' Begin'                                      00000128
           PERFORM 1900-RESOLVE-ROUTE THRU 1900-EXIT                    00000129
           ACCEPT WS-CALL-START-TIME FROM TIME                          00000130
           CALL WS-DISPATCH-PGM                                         00000131
           ACCEPT WS-CALL-END-TIME FROM TIME                            00000132
                                                                        00000133
           PERFORM 2100-WRITE-CALL-FREQUENCY THRU 2100-EXIT             00000134
                                                                        00000135
           IF WS-DISPATCH-PGM = PGM-0009                                00000136
               PERFORM 2000-REPORT-CATCHALL-USAGE THRU 2000-EXIT        00000137
           END-IF                                                       00000138
                                                                        00000139
           DISPLAY MYNAME ' End'                                        00000140
                                                                        00000141
           PERFORM 9200-WRITE-RUNHIST-END THRU 9200-EXIT                00000142
           CLOSE Run-History                                            00000143
                                                                        00000144
           GOBACK                                                       00000145
           .                                                            00000146
                                                                        00000147
      * ****************************************************************00000148
      * 1900-RESOLVE-ROUTE                                              00000149
      *                                                                 00000150
      * LOOKS ROUTE-0001 UP IN DISPTBL AND TAKES THE PROGRAM-ID OF THE  00000151
      * ROW IN FORCE FOR TODAY'S RUN DATE.  NO DISPTBL, OR NO ROW IN    00000152
      * FORCE FOR THE ROUTE, LEAVES THE COMPILED-IN PGM-0001.  EVERY ROW00000153
      * FOR THE ROUTE IS LOOKED AT, SINCE A ROUTE CARRIES ITS PAST AND  00000154
      * SCHEDULED ROWS AS WELL AS THE CURRENT ONE.                      00000155
      * ****************************************************************00000156
       1900-RESOLVE-ROUTE.                                              00000157
                                                                        00000158
           MOVE PGM-0001 TO WS-DISPATCH-PGM                             00000159
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        00000160
                                                                        00000161
           OPEN INPUT Dispatch-Table                                    00000162
           IF WS-DISPTBL-STATUS NOT = '00'                              00000163
               DISPLAY MYNAME                                           00000164
                   ' DISPATCH-TABLE NOT AVAILABLE, STATUS = '           00000165
                   WS-DISPTBL-STATUS ', USING ' PGM-0001                00000166
               GO TO 1900-EXIT                                          00000167
           END-IF                                                       00000168
                                                                        00000169
           PERFORM 1910-READ-DISPATCH-TABLE THRU 1910-EXIT              00000170
           PERFORM UNTIL WS-DISPTBL-EOF                                 00000171
               IF DSP-ROUTE-CODE = ROUTE-0001                           00000172
                   PERFORM 1920-CHECK-ROW-IN-FORCE THRU 1920-EXIT       00000173
               END-IF                                                   00000174
               PERFORM 1910-READ-DISPATCH-TABLE THRU 1910-EXIT          00000175
           END-PERFORM                                                  00000176
                                                                        00000177
           CLOSE Dispatch-Table                                         00000178
                                                                        00000179
           .                                                            00000180
       1900-EXIT.                                                       00000181
           EXIT.                                                        00000182
                                                                        00000183
      * ****************************************************************00000184
      * 1910-READ-DISPATCH-TABLE                                        00000185
      *                                                                 00000186
      * PRIMES/ADVANCES THE DISPTBL CURSOR USED BY 1900-RESOLVE-ROUTE.  00000187
      * ****************************************************************00000188
       1910-READ-DISPATCH-TABLE.                                        00000189
                                                                        00000190
           READ Dispatch-Table                                          00000191
               AT END                                                   00000192
                   SET WS-DISPTBL-EOF TO TRUE                           00000193
           END-READ                                                     00000194
                                                                        00000195
           .                                                            00000196
       1910-EXIT.                                                       00000197
           EXIT.                                                        00000198
                                                                        00000199
      * ****************************************************************00000200
      * 1920-CHECK-ROW-IN-FORCE                                         00000201
      *                                                                 00000202
      * TAKES THE CURRENT DISPTBL ROW FOR THE ROUTE WHEN WS-RUN-DATE    00000203
      * FALLS WITHIN ITS EFFECTIVE DATES (BOTH INCLUSIVE; A ZERO OR     00000204
      * BLANK FROM DATE IS THE BEGINNING OF TIME, A ZERO OR BLANK TO    00000205
      * DATE IS OPEN-ENDED) AND NO ROW ALREADY TAKEN STARTED LATER.     00000206
      * OVERLAPPING ROWS THEREFORE RESOLVE TO THE MOST RECENT CUTOVER,  00000207
      * THE SAME RULE TESTANTLR344 AND TESTANTLR347 APPLY.              00000208
      * ****************************************************************00000209
       1920-CHECK-ROW-IN-FORCE.                                         00000210
                                                                        00000211
           IF DSP-EFFECTIVE-FROM IS NUMERIC                             00000212
               MOVE DSP-EFFECTIVE-FROM TO WS-ROW-FROM                   00000213
           ELSE                                                         00000214
               MOVE 0 TO WS-ROW-FROM                                    00000215
           END-IF                                                       00000216
           IF DSP-EFFECTIVE-TO IS NUMERIC AND DSP-EFFECTIVE-TO > 0      00000217
               MOVE DSP-EFFECTIVE-TO TO WS-ROW-TO                       00000218
           ELSE                                                         00000219
               MOVE 99999999 TO WS-ROW-TO                               00000220
           END-IF                                                       00000221
                                                                        00000222
           IF WS-RUN-DATE < WS-ROW-FROM OR WS-RUN-DATE > WS-ROW-TO      00000223
               GO TO 1920-EXIT                                          00000224
           END-IF                                                       00000225
           IF WS-DISPATCH-FROM-TABLE AND WS-ROW-FROM < WS-BEST-FROM     00000226
               GO TO 1920-EXIT                                          00000227
           END-IF                                                       00000228
                                                                        00000229
           MOVE DSP-PGM-ID        TO WS-DISPATCH-PGM                    00000230
           MOVE WS-ROW-FROM       TO WS-BEST-FROM                       00000231
           SET WS-DISPATCH-FROM-TABLE TO TRUE                           00000232
                                                                        00000233
           .                                                            00000234
       1920-EXIT.                                                       00000235
           EXIT.                                                        00000236
                                                                        00000237
      * ****************************************************************00000238
      * 2000-REPORT-CATCHALL-USAGE                                      00000239
      *                                                                 00000240
      * WRITES ONE CATCHALL-USAGE RECORD WHENEVER THIS PROGRAM WAS      00000241
      * BUILT WITH A PROCESS DEFINE VALUE THAT FELL THROUGH TO THE      00000242
      * >>WHEN OTHER BRANCH ABOVE, SO A RUN ON THE GENERIC CATCH-ALL    00000243
      * ROUTE SHOWS UP EVEN THOUGH THE COMPILE-TIME VALUE OF X IS NOT   00000244
      * VISIBLE AT RUN TIME -- OR WHENEVER DISPTBL ROUTES THIS BUILD TO 00000245
      * THE CATCH-ALL.                                                  00000246
      * ****************************************************************00000247
       2000-REPORT-CATCHALL-USAGE.                                      00000248
                                                                        00000249
           OPEN EXTEND Catchall-Usage                                   00000250
           IF WS-CATCHUSE-STATUS = '05' OR WS-CATCHUSE-STATUS = '35'    00000251
               OPEN OUTPUT Catchall-Usage                               00000252
           END-IF                                                       00000253
                                                                        00000254
           ACCEPT CUR-TIMESTAMP-DATE FROM DATE YYYYMMDD                 00000255
           ACCEPT CUR-TIMESTAMP-TIME FROM TIME                          00000256
           MOVE MYNAME    TO CUR-PROGRAM-ID                             00000257
           MOVE WS-DISPATCH-PGM TO CUR-CATCH-ALL-PGM                    00000258
                                                                        00000259
           WRITE CUR-USAGE-RECORD                                       00000260
                                                                        00000261
           CLOSE Catchall-Usage                                         00000262
                                                                        00000263
           .                                                            00000264
       2000-EXIT.                                                       00000265
           EXIT.                                                        00000266
                                                                        00000267
      * ****************************************************************00000268
      * 2100-WRITE-CALL-FREQUENCY                                       00000269
      *                                                                 00000270
      * WRITES ONE CALLFREQ RECORD FOR EVERY CALL PGM-0001 THIS PROGRAM 00000271
      * ISSUES, NAMING WHICHEVER TARGET PROGRAM THE CALL ACTUALLY       00000272
      * RESOLVED TO, AND HOW LONG IT TOOK.  CALLRPT AGGREGATES THIS LOG 00000273
      * INTO A CALL-COUNT PER TARGET SO CAPACITY PLANNING CAN SEE WHICH 00000274
      * DOWNSTREAM HANDLERS ARE ACTUALLY BEING EXERCISED.               00000275
      * CALLPERF USES THE ELAPSED TIME FOR ITS PER-TARGET TIMINGS.      00000276
      * ****************************************************************00000277
       2100-WRITE-CALL-FREQUENCY.                                       00000278
                                                                        00000279
           OPEN EXTEND Call-Frequency-Log                               00000280
           IF WS-CALLFREQ-STATUS = '05' OR WS-CALLFREQ-STATUS = '35'    00000281
               OPEN OUTPUT Call-Frequency-Log                           00000282
           END-IF                                                       00000283
                                                                        00000284
           ACCEPT CFQ-TIMESTAMP-DATE FROM DATE YYYYMMDD                 00000285
           ACCEPT CFQ-TIMESTAMP-TIME FROM TIME                          00000286
           MOVE MYNAME    TO CFQ-PROGRAM-ID                             00000287
           MOVE WS-DISPATCH-PGM TO CFQ-TARGET-PGM                       00000288
           PERFORM 2110-COMPUTE-CALL-ELAPSED THRU 2110-EXIT             00000289
           MOVE WS-CALL-ELAPSED TO CFQ-ELAPSED-HSEC                     00000290
                                                                        00000291
           WRITE CFQ-CALL-RECORD                                        00000292
                                                                        00000293
           CLOSE Call-Frequency-Log                                     00000294
                                                                        00000295
           .                                                            00000296
       2100-EXIT.                                                       00000297
           EXIT.                                                        00000298
                                                                        00000299
      * ****************************************************************00000300
      * 2110-COMPUTE-CALL-ELAPSED                                       00000301
      *                                                                 00000302
      * WORKS OUT HOW LONG CALL WS-DISPATCH-PGM TOOK, IN HUNDREDTHS OF  00000303
      * A SECOND, FROM THE CLOCK READ JUST BEFORE AND JUST AFTER IT.  A 00000304
      * CALL THAT RUNS PAST MIDNIGHT COMES OUT NEGATIVE AND HAS A DAY'S 00000305
      * WORTH OF HUNDREDTHS ADDED BACK.                                 00000306
      * ****************************************************************00000307
       2110-COMPUTE-CALL-ELAPSED.                                       00000308
                                                                        00000309
           COMPUTE WS-CALL-ELAPSED =                                    00000310
               ((((WS-CLT-END-HH * 60) + WS-CLT-END-MM) * 60            00000311
                     + WS-CLT-END-SS) * 100 + WS-CLT-END-CS)            00000312
             - ((((WS-CLT-START-HH * 60) + WS-CLT-START-MM) * 60        00000313
                     + WS-CLT-START-SS) * 100 + WS-CLT-START-CS)        00000314
           IF WS-CALL-ELAPSED < 0                                       00000315
               ADD 8640000 TO WS-CALL-ELAPSED                           00000316
           END-IF                                                       00000317
                                                                        00000318
           .                                                            00000319
       2110-EXIT.                                                       00000320
           EXIT.                                                        00000321
                                                                        00000322
      * ****************************************************************00000323
      * 9100-WRITE-RUNHIST-START                                        00000324
      *                                                                 00000325
      * OPENS RUN-HISTORY AND WRITES THE START RECORD FOR THIS RUN.     00000326
      * THE RUN-ID IS THE START TIMESTAMP ITSELF, SO 9200-WRITE-RUNHIST-00000327
      * END CAN STAMP THE MATCHING END RECORD WITH THE SAME RUN-ID AND  00000328
      * THIS PARAGRAPH'S SAVED START TIME CAN BE USED TO COMPUTE HOW    00000329
      * LONG THE RUN TOOK.                                              00000330
      * ****************************************************************00000331
       9100-WRITE-RUNHIST-START.                                        00000332
                                                                        00000333
           OPEN EXTEND Run-History                                      00000334
           IF WS-RUNHIST-STATUS = '05' OR WS-RUNHIST-STATUS = '35'      00000335
               OPEN OUTPUT Run-History                                  00000336
           END-IF                                                       00000337
                                                                        00000338
           ACCEPT WS-RUNHIST-RUN-ID-DATE FROM DATE YYYYMMDD             00000339
           ACCEPT WS-RUNHIST-RUN-ID-TIME FROM TIME                      00000340
                                                                        00000341
           MOVE MYNAME                  TO RHR-PROGRAM-ID               00000342
           MOVE WS-RUNHIST-RUN-ID-DATE   TO RHR-RUN-ID-DATE             00000343
           MOVE WS-RUNHIST-RUN-ID-TIME   TO RHR-RUN-ID-TIME             00000344
           SET RHR-TYPE-START            TO TRUE                        00000345
           MOVE WS-RUNHIST-RUN-ID-DATE   TO RHR-TIMESTAMP-DATE          00000346
           MOVE WS-RUNHIST-RUN-ID-TIME   TO RHR-TIMESTAMP-TIME          00000347
           MOVE 0                        TO RHR-ELAPSED-SECONDS         00000348
                                                                        00000349
           WRITE RHR-HISTORY-RECORD                                     00000350
                                                                        00000351
           .                                                            00000352
       9100-EXIT.                                                       00000353
           EXIT.                                                        00000354
                                                                        00000355
      * ****************************************************************00000356
      * 9200-WRITE-RUNHIST-END                                          00000357
      *                                                                 00000358
      * WRITES THE MATCHING END RECORD FOR THE RUN 9100-WRITE-RUNHIST-  00000359
      * START OPENED, CARRYING THE SAME RUN-ID AND THE ELAPSED SECONDS  00000360
      * COMPUTED FROM THE SAVED START TIME AND THE CURRENT CLOCK.  RUN- 00000361
      * HISTORY IS CLOSED BY THE CALLER AFTER THIS PARAGRAPH RETURNS.   00000362
      * ****************************************************************00000363
       9200-WRITE-RUNHIST-END.                                          00000364
                                                                        00000365
           ACCEPT WS-RUNHIST-END-TIME FROM TIME                         00000366
                                                                        00000367
           COMPUTE WS-RUNHIST-ELAPSED =                                 00000368
               ((WS-RHT-END-HH * 3600) + (WS-RHT-END-MM * 60)           00000369
                   + WS-RHT-END-SS)                                     00000370
             - ((WS-RHT-START-HH * 3600) + (WS-RHT-START-MM * 60)       00000371
                   + WS-RHT-START-SS)                                   00000372
           IF WS-RUNHIST-ELAPSED < 0                                    00000373
               ADD 86400 TO WS-RUNHIST-ELAPSED                          00000374
           END-IF                                                       00000375
                                                                        00000376
           MOVE MYNAME                  TO RHR-PROGRAM-ID               00000377
           MOVE WS-RUNHIST-RUN-ID-DATE   TO RHR-RUN-ID-DATE             00000378
           MOVE WS-RUNHIST-RUN-ID-TIME   TO RHR-RUN-ID-TIME             00000379
           SET RHR-TYPE-END              TO TRUE                        00000380
           ACCEPT RHR-TIMESTAMP-DATE FROM DATE YYYYMMDD                 00000381
           MOVE WS-RUNHIST-END-TIME     TO RHR-TIMESTAMP-TIME           00000382
           MOVE WS-RUNHIST-ELAPSED      TO RHR-ELAPSED-SECONDS          00000383
                                                                        00000384
           WRITE RHR-HISTORY-RECORD                                     00000385
                                                                        00000386
           .                                                            00000387
       9200-EXIT.                                                       00000388
           EXIT.                                                        00000389

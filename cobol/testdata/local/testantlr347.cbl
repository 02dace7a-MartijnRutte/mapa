000015      Select Route-Parm Assign to 'ROUTEPRM'                      00000015
000016          Organization is Line Sequential                         00000016
000017          File Status is WS-ROUTEPRM-STATUS.                      00000017
000018      Select Call-Frequency-Log Assign to 'CALLFREQ'              00000018
000019          Organization is Line Sequential                         00000019
000020          File Status is WS-CALLFREQ-STATUS.                      00000020
000021  Data Division.                                                  00000021
000022  File Section.                                                   00000022
000023  FD  Dispatch-Table                                              00000023
000024      Label Records are Standard                                  00000024
000025      Recording Mode is F.                                        00000025
000026  COPY DISPTBL.                                                   00000026
000027                                                                  00000027
000028  FD  Dispatch-Audit                                              00000028
000029      Label Records are Standard                                  00000029
000030      Recording Mode is F.                                        00000030
000031  COPY DSPAUDIT.                                                  00000031
000032  FD  Run-History                                                 00000032
000033      Label Records are Standard                                  00000033
000034      Recording Mode is F.                                        00000034
000035  COPY RUNHIST.                                                   00000035
000036  FD  Route-Parm                                                  00000036
000037      Label Records are Standard                                  00000037
000038      Recording Mode is F.                                        00000038
000039  COPY ROUTEPRM.                                                  00000039
000040  FD  Call-Frequency-Log                                          00000040
000041      Label Records are Standard                                  00000041
000042      Recording Mode is F.                                        00000042
000043  COPY CALLFREQ.                                                  00000043
000044  Working-Storage Section.                                        00000044
000045                                                                  00000045
000046*                                                                 00000046
000047* SHARED COUNTER/SWITCH GROUP -- SEE WORKAREA.CPY.                00000047
000048  COPY WORKAREA.                                                  00000048
000049                                                                  00000049
000050                                                                  00000050
000051  01  CONSTANTS.                                                  00000051
000052      05  MYNAME               PIC X(012) VALUE 'testantlr347'.   00000052
000053                                                                  00000053
000054*                                                                 00000054
000055                                                                  00000055
000056* --------------------------------------------------------------- 00000056
000057* WS-ROUTE-CODE IS THE KEY INTO DISPTBL.  WS-DISPATCH-PGM STARTS  00000057
000058* OUT POINTING AT THE CATCH-ALL PGM-0009 AND IS OVERLAID BY       00000058
000059* 2000-DISPATCH WHEN DISPTBL HAS A ROW FOR THE ROUTE.             00000059
000060* 1900-LOAD-ROUTE-PARM OVERLAYS THE COMPILED-IN DEFAULT ROUTE     00000060
000061* BELOW FROM ROUTEPRM AT STARTUP, SO A NEW ROUTE CAN BE SELECTED  00000061
000062* FOR A GIVEN RUN WITHOUT TOUCHING OR RECOMPILING THIS SOURCE.    00000062
000063* --------------------------------------------------------------- 00000063
000064  01  WS-ROUTE-CODE            PIC X(008) VALUE 'ROUTE001'.       00000064
000065  01  WS-DISPATCH-PGM          PIC X(008) VALUE 'PGMA0009'.       00000065
000066  01  WS-DISPTBL-STATUS        PIC X(002) VALUE '00'.             00000066
000067  01  WS-DISPTBL-EOF-SW        PIC X(001) VALUE 'N'.              00000067
000068      88  WS-DISPTBL-EOF           VALUE 'Y'.                     00000068
000069  01  WS-DISPATCH-SOURCE-SW    PIC X(001) VALUE 'N'.              00000069
000070      88  WS-DISPATCH-FROM-TABLE   VALUE 'Y'.                     00000070
000071                                                                  00000071
000072*                                                                 00000072
000073* WS-RUN-DATE IS THE DATE WHOSE DISPTBL ROW IS IN FORCE FOR THIS  00000073
000074* RUN -- TODAY, OR RTP-RUN-DATE WHEN ROUTEPRM SUPPLIES ONE.  THE  00000074
000075* ROW-FROM/ROW-TO PAIR IS THE DISPTBL ROW BEING LOOKED AT WITH ITS00000075
000076* OPEN ENDS FILLED IN; BEST-FROM/BEST-TO IS THE ROW CHOSEN SO FAR.00000076
000077  01  WS-RUN-DATE              PIC 9(008) VALUE 0.                00000077
000078  01  WS-ROW-FROM              PIC 9(008) VALUE 0.                00000078
000079  01  WS-ROW-TO                PIC 9(008) VALUE 0.                00000079
000080  01  WS-BEST-FROM             PIC 9(008) VALUE 0.                00000080
000081  01  WS-BEST-TO               PIC 9(008) VALUE 0.                00000081
000082                                                                  00000082
000083*                                                                 00000083
000084* WS-DSPAUDIT-OPEN-SW TRACKS WHETHER DISPATCH-AUDIT HAS BEEN      00000084
000085* OPENED YET THIS RUN SO 2100-WRITE-DISPATCH-AUDIT CAN OPEN IT    00000085
000086* ON ITS FIRST CALL AND LEAVE IT OPEN FOR THE REST OF THE RUN.    00000086
000087  01  WS-DSPAUDIT-STATUS       PIC X(002) VALUE '00'.             00000087
000088  01  WS-DSPAUDIT-OPEN-SW      PIC X(001) VALUE 'N'.              00000088
000089      88  WS-DSPAUDIT-IS-OPEN      VALUE 'Y'.                     00000089
000090  01  WS-RUNHIST-STATUS        PIC X(002) VALUE '00'.             00000090
000091  01  WS-ROUTEPRM-STATUS      PIC X(002) VALUE '00'.              00000091
000092  01  WS-CALLFREQ-STATUS       PIC X(002) VALUE '00'.             00000092
000093                                                                  00000093
000094*                                                                 00000094
000095* WS-RUNHIST-RUN-ID-TIME DOUBLES AS THE START-OF-RUN CLOCK        00000095
000096* READING SO 2210-WRITE-RUNHIST-END CAN COMPUTE HOW LONG THE RUN  00000096
000097* TOOK.                                                           00000097
000098  01  WS-RUNHIST-RUN-ID-DATE   PIC 9(008) VALUE 0.                00000098
000099  01  WS-RUNHIST-RUN-ID-TIME   PIC 9(008) VALUE 0.                00000099
000100  01  WS-RUNHIST-START-TIME-X REDEFINES WS-RUNHIST-RUN-ID-TIME.   00000100
000101      05  WS-RHT-START-HH      PIC 9(002).                        00000101
000102      05  WS-RHT-START-MM      PIC 9(002).                        00000102
000103      05  WS-RHT-START-SS      PIC 9(002).                        00000103
000104      05  WS-RHT-START-CS      PIC 9(002).                        00000104
000105  01  WS-RUNHIST-END-TIME      PIC 9(008) VALUE 0.                00000105
000106  01  WS-RUNHIST-END-TIME-X REDEFINES WS-RUNHIST-END-TIME.        00000106
000107      05  WS-RHT-END-HH        PIC 9(002).                        00000107
000108      05  WS-RHT-END-MM        PIC 9(002).                        00000108
000109      05  WS-RHT-END-SS        PIC 9(002).                        00000109
000110      05  WS-RHT-END-CS        PIC 9(002).                        00000110
000111  01  WS-RUNHIST-ELAPSED       PIC 9(008) VALUE 0.                00000111
000112                                                                  00000112
000113*                                                                 00000113
000114* WS-CALL-START-TIME/WS-CALL-END-TIME ARE THE CLOCK READ EITHER   00000114
000115* SIDE OF CALL WS-DISPATCH-PGM.  2310-COMPUTE-CALL-ELAPSED TURNS  00000115
000116* THEM INTO THE HUNDREDTHS OF A SECOND CALLFREQ CARRIES.          00000116
000117  01  WS-CALL-START-TIME       PIC 9(008) VALUE 0.                00000117
000118  01  WS-CALL-START-TIME-X REDEFINES WS-CALL-START-TIME.          00000118
000119      05  WS-CLT-START-HH      PIC 9(002).                        00000119
000120      05  WS-CLT-START-MM      PIC 9(002).                        00000120
000121      05  WS-CLT-START-SS      PIC 9(002).                        00000121
000122      05  WS-CLT-START-CS      PIC 9(002).                        00000122
000123  01  WS-CALL-END-TIME         PIC 9(008) VALUE 0.                00000123
000124  01  WS-CALL-END-TIME-X REDEFINES WS-CALL-END-TIME.              00000124
000125      05  WS-CLT-END-HH        PIC 9(002).                        00000125
000126      05  WS-CLT-END-MM        PIC 9(002).                        00000126
000127      05  WS-CLT-END-SS        PIC 9(002).                        00000127
000128      05  WS-CLT-END-CS        PIC 9(002).                        00000128
000129  01  WS-CALL-ELAPSED          PIC S9(009) VALUE 0.               00000129
000130                                                                  00000130
000131  Procedure Division.                                             00000131
000132      PERFORM 2200-WRITE-RUNHIST-START THRU 2200-EXIT             00000132
000133      DISPLAY MYNAME ' Begin'                                     00000133
000134                                                                  00000134
000135                                                                  00000135
000136      PERFORM 1900-LOAD-ROUTE-PARM     THRU 1900-EXIT             00000136
000137      PERFORM 2000-DISPATCH THRU 2000-EXIT                        00000137
000138                                                                  00000138
000139      DISPLAY MYNAME ' End'                                       00000139
000140                                                                  00000140
000141      PERFORM 2210-WRITE-RUNHIST-END THRU 2210-EXIT               00000141
000142      CLOSE Run-History                                           00000142
000143                                                                  00000143
000144      IF WS-DSPAUDIT-IS-OPEN                                      00000144
000145          CLOSE Dispatch-Audit                                    00000145
000146      END-IF                                                      00000146
000147                                                                  00000147
000148      GOBACK                                                      00000148
000149      .                                                           00000149
000150                                                                  00000150
000151* ****************************************************************00000151
000152* 1900-LOAD-ROUTE-PARM                                            00000152
000153*                                                                 00000153
000154* READS THE ONE-RECORD ROUTEPRM FILE, IF PRESENT, AND OVERLAYS    00000154
000155* WS-ROUTE-CODE WITH RTP-ROUTE-CODE.  NO FILE, OR A STATUS OTHER  00000155
000156* THAN '00', LEAVES WS-ROUTE-CODE ON ITS COMPILED-IN DEFAULT.     00000156
000157* WS-RUN-DATE STARTS AS TODAY AND IS OVERLAID BY RTP-RUN-DATE WHEN00000157
000158* THE RECORD CARRIES A NONZERO ONE, SO A RERUN CAN BE ROUTED AS OF00000158
000159* THE NIGHT IT IS STANDING IN FOR.                                00000159
000160* ****************************************************************00000160
000161  1900-LOAD-ROUTE-PARM.                                           00000161
000162                                                                  00000162
000163     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        00000163
000164                                                                  00000164
000165     OPEN INPUT Route-Parm                                        00000165
000166     IF WS-ROUTEPRM-STATUS NOT = '00'                             00000166
000167         GO TO 1900-EXIT                                          00000167
000168     END-IF                                                       00000168
000169                                                                  00000169
000170     READ Route-Parm                                              00000170
000171         NOT AT END                                               00000171
000172             MOVE RTP-ROUTE-CODE TO WS-ROUTE-CODE                 00000172
000173             IF RTP-RUN-DATE IS NUMERIC AND RTP-RUN-DATE > 0      00000173
000174                 MOVE RTP-RUN-DATE TO WS-RUN-DATE                 00000174
000175             END-IF                                               00000175
000176     END-READ                                                     00000176
000177                                                                  00000177
000178     CLOSE Route-Parm                                             00000178
000179                                                                  00000179
000180     .                                                            00000180
000181  1900-EXIT.                                                      00000181
000182     EXIT.                                                        00000182
000183                                                                  00000183
000184* *************************************************************** 00000184
000185* 2000-DISPATCH                                                   00000185
000186*                                                                 00000186
000187* LOOKS WS-ROUTE-CODE UP IN DISPTBL AND CALLS WHATEVER PROGRAM-ID 00000187
000188* IS ON FILE FOR THAT ROUTE AT RUN TIME, WITH A COMPILED-IN       00000188
000189* CATCH-ALL FOR ANY ROUTE DISPTBL DOESN'T RECOGNIZE.  WHEN        00000189
000190* DISPTBL HAS NO ROW IN FORCE FOR THE ROUTE ON WS-RUN-DATE THE    00000190
000191* CATCH-ALL PGM-0009 RUNS.  EVERY ROW FOR THE ROUTE IS LOOKED AT, 00000191
000192* SINCE A ROUTE CARRIES ITS PAST AND SCHEDULED ROWS AS WELL AS THE00000192
000193* CURRENT ONE -- SEE 2020-CHECK-ROW-IN-FORCE.                     00000193
000194* EVERY DECISION, TABLE-DRIVEN OR CATCH-ALL, IS AUDITED BY        00000194
000195* 2100-WRITE-DISPATCH-AUDIT BEFORE THE CALL IS MADE.              00000195
000196* THE CALL ITSELF IS TIMED AND LOGGED TO CALLFREQ BY              00000196
000197* 2300-WRITE-CALL-FREQUENCY ONCE IT RETURNS.                      00000197
000198* *************************************************************** 00000198
000199  2000-DISPATCH.                                                  00000199
000200                                                                  00000200
000201      OPEN INPUT Dispatch-Table                                   00000201
000202      IF WS-DISPTBL-STATUS NOT = '00'                             00000202
000203          DISPLAY MYNAME                                          00000203
000204              ' DISPATCH-TABLE NOT AVAILABLE, STATUS = '          00000204
000205              WS-DISPTBL-STATUS ', USING CATCH-ALL'               00000205
000206          PERFORM 2100-WRITE-DISPATCH-AUDIT THRU 2100-EXIT        00000206
000207          ACCEPT WS-CALL-START-TIME FROM TIME                     00000207
000208          CALL WS-DISPATCH-PGM                                    00000208
000209          ACCEPT WS-CALL-END-TIME FROM TIME                       00000209
000210          PERFORM 2300-WRITE-CALL-FREQUENCY THRU 2300-EXIT        00000210
000211          GO TO 2000-EXIT                                         00000211
000212      END-IF                                                      00000212
000213                                                                  00000213
000214      PERFORM 2010-READ-DISPATCH-TABLE THRU 2010-EXIT             00000214
000215      PERFORM UNTIL WS-DISPTBL-EOF                                00000215
000216          IF DSP-ROUTE-CODE = WS-ROUTE-CODE                       00000216
000217              PERFORM 2020-CHECK-ROW-IN-FORCE THRU 2020-EXIT      00000217
000218          END-IF                                                  00000218
000219          PERFORM 2010-READ-DISPATCH-TABLE THRU 2010-EXIT         00000219
000220      END-PERFORM                                                 00000220
000221                                                                  00000221
000222      CLOSE Dispatch-Table                                        00000222
000223      PERFORM 2100-WRITE-DISPATCH-AUDIT THRU 2100-EXIT            00000223
000224      ACCEPT WS-CALL-START-TIME FROM TIME                         00000224
000225      CALL WS-DISPATCH-PGM                                        00000225
000226      ACCEPT WS-CALL-END-TIME FROM TIME                           00000226
000227      PERFORM 2300-WRITE-CALL-FREQUENCY THRU 2300-EXIT            00000227
000228                                                                  00000228
000229      .                                                           00000229
000230  2000-EXIT.                                                      00000230
000231      EXIT.                                                       00000231
000232                                                                  00000232
000233* *************************************************************** 00000233
000234* 2010-READ-DISPATCH-TABLE                                        00000234
000235*                                                                 00000235
000236* PRIMES/ADVANCES THE DISPTBL CURSOR USED BY 2000-DISPATCH.       00000236
000237* *************************************************************** 00000237
000238  2010-READ-DISPATCH-TABLE.                                       00000238
000239                                                                  00000239
000240      READ Dispatch-Table                                         00000240
000241          AT END                                                  00000241
000242              SET WS-DISPTBL-EOF TO TRUE                          00000242
000243      END-READ                                                    00000243
000244                                                                  00000244
000245      .                                                           00000245
000246  2010-EXIT.                                                      00000246
000247      EXIT.                                                       00000247
000248                                                                  00000248
000249* *************************************************************** 00000249
000250* 2020-CHECK-ROW-IN-FORCE                                         00000250
000251*                                                                 00000251
000252* TAKES THE CURRENT DISPTBL ROW FOR THE ROUTE WHEN WS-RUN-DATE    00000252
000253* FALLS WITHIN ITS EFFECTIVE DATES (BOTH INCLUSIVE; A ZERO OR     00000253
000254* BLANK FROM DATE IS THE BEGINNING OF TIME, A ZERO OR BLANK TO    00000254
000255* DATE IS OPEN-ENDED) AND NO ROW ALREADY TAKEN STARTED LATER.     00000255
000256* OVERLAPPING ROWS THEREFORE RESOLVE TO THE MOST RECENT CUTOVER.  00000256
000257* *************************************************************** 00000257
000258  2020-CHECK-ROW-IN-FORCE.                                        00000258
000259                                                                  00000259
000260      IF DSP-EFFECTIVE-FROM IS NUMERIC                            00000260
000261          MOVE DSP-EFFECTIVE-FROM TO WS-ROW-FROM                  00000261
000262      ELSE                                                        00000262
000263          MOVE 0 TO WS-ROW-FROM                                   00000263
000264      END-IF                                                      00000264
000265      IF DSP-EFFECTIVE-TO IS NUMERIC AND DSP-EFFECTIVE-TO > 0     00000265
000266          MOVE DSP-EFFECTIVE-TO TO WS-ROW-TO                      00000266
000267      ELSE                                                        00000267
000268          MOVE 99999999 TO WS-ROW-TO                              00000268
000269      END-IF                                                      00000269
000270                                                                  00000270
000271      IF WS-RUN-DATE < WS-ROW-FROM OR WS-RUN-DATE > WS-ROW-TO     00000271
000272          GO TO 2020-EXIT                                         00000272
000273      END-IF                                                      00000273
000274      IF WS-DISPATCH-FROM-TABLE AND WS-ROW-FROM < WS-BEST-FROM    00000274
000275          GO TO 2020-EXIT                                         00000275
000276      END-IF                                                      00000276
000277                                                                  00000277
000278      MOVE DSP-PGM-ID        TO WS-DISPATCH-PGM                   00000278
000279      MOVE WS-ROW-FROM       TO WS-BEST-FROM                      00000279
000280      MOVE WS-ROW-TO         TO WS-BEST-TO                        00000280
000281      SET WS-DISPATCH-FROM-TABLE TO TRUE                          00000281
000282                                                                  00000282
000283      .                                                           00000283
000284  2020-EXIT.                                                      00000284
000285      EXIT.                                                       00000285
000286                                                                  00000286
000287* *************************************************************** 00000287
000288* 2100-WRITE-DISPATCH-AUDIT                                       00000288
000289*                                                                 00000289
000290* WRITES ONE DISPATCH-AUDIT RECORD FOR THE DECISION 2000-DISPATCH 00000290
000291* JUST MADE, WHETHER WS-DISPATCH-PGM CAME FROM DISPTBL OR FROM    00000291
000292* THE COMPILED-IN CATCH-ALL.                                      00000292
000293* THE ROW'S EFFECTIVE DATES GO ON THE RECORD WITH THE RUN DATE (AN00000293
000294* OPEN-ENDED TO DATE AS ZERO), SO IT SHOWS WHICH DISPTBL ROW SENT 00000294
000295* THE CALL WHERE IT WENT.                                         00000295
000296* *************************************************************** 00000296
000297  2100-WRITE-DISPATCH-AUDIT.                                      00000297
000298                                                                  00000298
000299      IF NOT WS-DSPAUDIT-IS-OPEN                                  00000299
000300          OPEN EXTEND Dispatch-Audit                              00000300
000301          IF WS-DSPAUDIT-STATUS = '05' OR                         00000301
000302              WS-DSPAUDIT-STATUS = '35'                           00000302
000303              OPEN OUTPUT Dispatch-Audit                          00000303
000304          END-IF                                                  00000304
000305          SET WS-DSPAUDIT-IS-OPEN TO TRUE                         00000305
000306      END-IF                                                      00000306
000307                                                                  00000307
000308      ACCEPT DAU-TIMESTAMP-DATE FROM DATE YYYYMMDD                00000308
000309      ACCEPT DAU-TIMESTAMP-TIME FROM TIME                         00000309
000310      MOVE MYNAME            TO DAU-PROGRAM-ID                    00000310
000311      MOVE WS-ROUTE-CODE     TO DAU-ROUTE-CODE                    00000311
000312      MOVE WS-DISPATCH-PGM   TO DAU-DISPATCH-PGM                  00000312
000313      MOVE WS-RUN-DATE       TO DAU-RUN-DATE                      00000313
000314      IF WS-DISPATCH-FROM-TABLE                                   00000314
000315          SET DAU-SOURCE-TABLE TO TRUE                            00000315
000316          MOVE WS-BEST-FROM  TO DAU-EFFECTIVE-FROM                00000316
000317          IF WS-BEST-TO = 99999999                                00000317
000318              MOVE 0          TO DAU-EFFECTIVE-TO                 00000318
000319          ELSE                                                    00000319
000320              MOVE WS-BEST-TO TO DAU-EFFECTIVE-TO                 00000320
000321          END-IF                                                  00000321
000322      ELSE                                                        00000322
000323          SET DAU-SOURCE-CATCH-ALL TO TRUE                        00000323
000324          MOVE 0             TO DAU-EFFECTIVE-FROM                00000324
000325          MOVE 0             TO DAU-EFFECTIVE-TO                  00000325
000326      END-IF                                                      00000326
000327                                                                  00000327
000328      WRITE DAU-AUDIT-RECORD                                      00000328
000329                                                                  00000329
000330      .                                                           00000330
000331  2100-EXIT.                                                      00000331
000332      EXIT.                                                       00000332
000333                                                                  00000333
000334***************************************************************** 00000334
000335* 2200-WRITE-RUNHIST-START                                        00000335
000336*                                                                 00000336
000337* OPENS RUN-HISTORY AND WRITES THE START RECORD FOR THIS RUN.     00000337
000338* THE RUN-ID IS THE START TIMESTAMP ITSELF, SO 2210-WRITE-RUNHIST 00000338
000339* END CAN STAMP THE MATCHING END RECORD WITH THE SAME RUN-ID AND  00000339
000340* THIS PARAGRAPH'S SAVED START TIME CAN BE USED TO COMPUTE HOW    00000340
000341* LONG THE RUN TOOK.                                              00000341
000342***************************************************************** 00000342
000343  2200-WRITE-RUNHIST-START.                                       00000343
000344                                                                  00000344
000345      OPEN EXTEND Run-History                                     00000345
000346      IF WS-RUNHIST-STATUS = '05' OR WS-RUNHIST-STATUS = '35'     00000346
000347          OPEN OUTPUT Run-History                                 00000347
000348      END-IF                                                      00000348
000349                                                                  00000349
000350      ACCEPT WS-RUNHIST-RUN-ID-DATE FROM DATE YYYYMMDD            00000350
000351      ACCEPT WS-RUNHIST-RUN-ID-TIME FROM TIME                     00000351
000352                                                                  00000352
000353      MOVE MYNAME                 TO RHR-PROGRAM-ID               00000353
000354      MOVE WS-RUNHIST-RUN-ID-DATE  TO RHR-RUN-ID-DATE             00000354
000355      MOVE WS-RUNHIST-RUN-ID-TIME  TO RHR-RUN-ID-TIME             00000355
000356      SET RHR-TYPE-START           TO TRUE                        00000356
000357      MOVE WS-RUNHIST-RUN-ID-DATE  TO RHR-TIMESTAMP-DATE          00000357
000358      MOVE WS-RUNHIST-RUN-ID-TIME  TO RHR-TIMESTAMP-TIME          00000358
000359      MOVE 0                       TO RHR-ELAPSED-SECONDS         00000359
000360                                                                  00000360
000361      WRITE RHR-HISTORY-RECORD                                    00000361
000362                                                                  00000362
000363      .                                                           00000363
000364  2200-EXIT.                                                      00000364
000365      EXIT.                                                       00000365
000366                                                                  00000366
000367***************************************************************** 00000367
000368* 2210-WRITE-RUNHIST-END                                          00000368
000369*                                                                 00000369
000370* WRITES THE MATCHING END RECORD FOR THE RUN 2200-WRITE-RUNHIST-  00000370
000371* START OPENED, CARRYING THE SAME RUN-ID AND THE ELAPSED SECONDS  00000371
000372* COMPUTED FROM THE SAVED START TIME AND THE CURRENT CLOCK.  RUN- 00000372
000373* HISTORY IS CLOSED BY THE CALLER AFTER THIS PARAGRAPH RETURNS.   00000373
000374***************************************************************** 00000374
000375  2210-WRITE-RUNHIST-END.                                         00000375
000376                                                                  00000376
000377      ACCEPT WS-RUNHIST-END-TIME FROM TIME                        00000377
000378                                                                  00000378
000379      COMPUTE WS-RUNHIST-ELAPSED =                                00000379
000380          ((WS-RHT-END-HH * 3600) + (WS-RHT-END-MM * 60)          00000380
000381              + WS-RHT-END-SS)                                    00000381
000382        - ((WS-RHT-START-HH * 3600) + (WS-RHT-START-MM * 60)      00000382
000383              + WS-RHT-START-SS)                                  00000383
000384      IF WS-RUNHIST-ELAPSED < 0                                   00000384
000385          ADD 86400 TO WS-RUNHIST-ELAPSED                         00000385
000386      END-IF                                                      00000386
000387                                                                  00000387
000388      MOVE MYNAME                 TO RHR-PROGRAM-ID               00000388
000389      MOVE WS-RUNHIST-RUN-ID-DATE  TO RHR-RUN-ID-DATE             00000389
000390      MOVE WS-RUNHIST-RUN-ID-TIME  TO RHR-RUN-ID-TIME             00000390
000391      SET RHR-TYPE-END             TO TRUE                        00000391
000392      ACCEPT RHR-TIMESTAMP-DATE FROM DATE YYYYMMDD                00000392
000393      MOVE WS-RUNHIST-END-TIME    TO RHR-TIMESTAMP-TIME           00000393
000394      MOVE WS-RUNHIST-ELAPSED     TO RHR-ELAPSED-SECONDS          00000394
000395                                                                  00000395
000396      WRITE RHR-HISTORY-RECORD                                    00000396
000397                                                                  00000397
000398      .                                                           00000398
000399  2210-EXIT.                                                      00000399
000400      EXIT.                                                       00000400
000401                                                                  00000401
000402***************************************************************** 00000402
000403* 2300-WRITE-CALL-FREQUENCY                                       00000403
000404*                                                                 00000404
000405* WRITES ONE CALLFREQ RECORD FOR THE CALL 2000-DISPATCH JUST MADE,00000405
000406* THE SAME RECORD TESTANTLR242 WRITES FOR ITS COMPILED-IN CALL, SO00000406
000407* CALLRPT COUNTS AND CALLPERF TIMES THE TABLE-DRIVEN CALLS TOO.   00000407
000408***************************************************************** 00000408
000409  2300-WRITE-CALL-FREQUENCY.                                      00000409
000410                                                                  00000410
000411      OPEN EXTEND Call-Frequency-Log                              00000411
000412      IF WS-CALLFREQ-STATUS = '05' OR WS-CALLFREQ-STATUS = '35'   00000412
000413          OPEN OUTPUT Call-Frequency-Log                          00000413
000414      END-IF                                                      00000414
000415                                                                  00000415
000416      ACCEPT CFQ-TIMESTAMP-DATE FROM DATE YYYYMMDD                00000416
000417      ACCEPT CFQ-TIMESTAMP-TIME FROM TIME                         00000417
000418      MOVE MYNAME            TO CFQ-PROGRAM-ID                    00000418
000419      MOVE WS-DISPATCH-PGM   TO CFQ-TARGET-PGM                    00000419
000420      PERFORM 2310-COMPUTE-CALL-ELAPSED THRU 2310-EXIT            00000420
000421      MOVE WS-CALL-ELAPSED   TO CFQ-ELAPSED-HSEC                  00000421
000422                                                                  00000422
000423      WRITE CFQ-CALL-RECORD                                       00000423
000424                                                                  00000424
000425      CLOSE Call-Frequency-Log                                    00000425
000426                                                                  00000426
000427      .                                                           00000427
000428  2300-EXIT.                                                      00000428
000429      EXIT.                                                       00000429
000430                                                                  00000430
000431***************************************************************** 00000431
000432* 2310-COMPUTE-CALL-ELAPSED                                       00000432
000433*                                                                 00000433
000434* WORKS OUT HOW LONG CALL WS-DISPATCH-PGM TOOK, IN HUNDREDTHS OF  00000434
000435* A SECOND, FROM THE CLOCK READ JUST BEFORE AND JUST AFTER IT.  A 00000435
000436* CALL THAT RUNS PAST MIDNIGHT COMES OUT NEGATIVE AND HAS A DAY'S 00000436
000437* WORTH OF HUNDREDTHS ADDED BACK.                                 00000437
000438***************************************************************** 00000438
000439  2310-COMPUTE-CALL-ELAPSED.                                      00000439
000440                                                                  00000440
000441      COMPUTE WS-CALL-ELAPSED =                                   00000441
000442          ((((WS-CLT-END-HH * 60) + WS-CLT-END-MM) * 60           00000442
000443                + WS-CLT-END-SS) * 100 + WS-CLT-END-CS)           00000443
000444        - ((((WS-CLT-START-HH * 60) + WS-CLT-START-MM) * 60       00000444
000445                + WS-CLT-START-SS) * 100 + WS-CLT-START-CS)       00000445
000446      IF WS-CALL-ELAPSED < 0                                      00000446
000447          ADD 8640000 TO WS-CALL-ELAPSED                          00000447
000448      END-IF                                                      00000448
000449                                                                  00000449
000450      .                                                           00000450
000451  2310-EXIT.                                                      00000451
000452      EXIT.                                                       00000452
000453                                                                  00000453

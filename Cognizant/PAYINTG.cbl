       IDENTIFICATION DIVISION.                                         00000001
       PROGRAM-ID. PAYINTG.                                             00000002
       AUTHOR. PAYROLL SYSTEMS.                                         00000003
       DATE-WRITTEN. 2026-10-15.                                        00000004
      *-----------------------------------------------------------      00000005
      *    WEEKLY REFERENTIAL INTEGRITY SWEEP ACROSS THE KEYED          00000006
      *    PAYROLL MASTERS.  EACH IS MAINTAINED BY ITS OWN PROGRAM      00000007
      *    - EMPMST BY EMPTRN AND EMPUPD, EMPBANK BY BANKLOAD,          00000008
      *    ELECTMST BY ELECLOAD, ANNACC AND NETPAYKY BY PAYNET, THE     00000009
      *    EMPSALKY VIEW BY PGM - AND NOTHING ELSE CHECKS THAT THEY     00000010
      *    STILL AGREE.  ONE PASS PER MASTER, EACH OTHER MASTER'S       00000011
      *    RECORD FOUND BY KEY ('C' PLUS THE EMPID), LOOKING FOR:       00000012
      *      OBNK - BANK RECORD FOR AN EMPLOYEE NOT ON EMPMST           00000013
      *      NBNK - ACTIVE EMPLOYEE WITH NO BANK RECORD                 00000014
      *      TBNK - TERMINATED EMPLOYEE WITH A VERIFIED BANK            00000015
      *             RECORD AND NO NET PAY ON OR AFTER THE               00000016
      *             TERMINATION DATE (NO FINAL PAY)                     00000017
      *      IDPT - ACTIVE EMPLOYEE IN A DEPARTMENT THAT IS NOT         00000018
      *             ACTIVE ON DEPTREF                                   00000019
      *      DSAL - EMPSALKY DEPARTMENT OR GROUP DIFFERS FROM THE       00000020
      *             EMPLOYEE MASTER                                     00000021
      *      OELC - ELECTION FOR AN EMPLOYEE NOT ON EMPMST              00000022
      *      TELC - ELECTION FOR A TERMINATED EMPLOYEE                  00000023
      *      OANN - ANNUAL ACCUMULATORS FOR AN EMPLOYEE NOT ON          00000024
      *             EMPMST (ONE FINDING PER EMPLOYEE)                   00000025
      *      ONET - NET-PAY RESULT FOR AN EMPLOYEE NOT ON EMPMST        00000026
      *      OSAL - SALARY VIEW RECORD FOR AN EMPLOYEE NOT ON           00000027
      *             EMPMST                                              00000028
      *    EVERY FINDING GOES TO THE SHARED SUSPENSE FILE (DLSUSP)      00000029
      *    UNDER ITS OWN REASON CODE AND IS LISTED ON THE REPORT BY     00000030
      *    CATEGORY.  ANY FINDING ENDS THE STEP RC 4.  THE SWEEP        00000031
      *    ONLY READS - OPERATIONS WORKS THE FINDINGS THROUGH THE       00000032
      *    OWNING PROGRAM'S OWN FEED.                                   00000033
      *    THE SALARY VIEW READ IS THE CLUSTER THE SWITCH RECORD        00000034
      *    (KYSWFL) NAMES CURRENT - THE ONE THE SERVICE DESK SEES.      00000035
      *-----------------------------------------------------------      00000036
       ENVIRONMENT DIVISION.                                            00000037
       INPUT-OUTPUT SECTION.                                            00000038
       FILE-CONTROL.                                                    00000039
           SELECT EMPMST-PS ASSIGN TO EMPMST                            00000040
           ORGANIZATION IS INDEXED                                      00000041
           ACCESS IS DYNAMIC                                            00000042
           RECORD KEY IS EMT-EMPID                                      00000043
           FILE STATUS IS WS-FST-EMPMST                                 00000044
           .                                                            00000045
           SELECT BANK-PS ASSIGN TO EMPBANK                             00000046
           ORGANIZATION IS INDEXED                                      00000047
           ACCESS IS DYNAMIC                                            00000048
           RECORD KEY IS DL-BANK-NEMPID                                 00000049
           FILE STATUS IS WS-FST-BANK                                   00000050
           .                                                            00000051
           SELECT ELECT-PS ASSIGN TO ELECTMST                           00000052
           ORGANIZATION IS INDEXED                                      00000053
           ACCESS IS SEQUENTIAL                                         00000054
           RECORD KEY IS DL-ELECT-KEY                                   00000055
           FILE STATUS IS WS-FST-ELECT                                  00000056
           .                                                            00000057
           SELECT ANN-PS ASSIGN TO ANNACC                               00000058
           ORGANIZATION IS INDEXED                                      00000059
           ACCESS IS SEQUENTIAL                                         00000060
           RECORD KEY IS DL-ANN-KEY                                     00000061
           FILE STATUS IS WS-FST-ANN                                    00000062
           .                                                            00000063
           SELECT NETKY-PS ASSIGN TO NETPAYKY                           00000064
           ORGANIZATION IS INDEXED                                      00000065
           ACCESS IS DYNAMIC                                            00000066
           RECORD KEY IS DL-NETKY-NEMPID                                00000067
           FILE STATUS IS WS-FST-NETKY                                  00000068
           .                                                            00000069
           SELECT EMPKYA-PS ASSIGN TO EMPSALKA                          00000070
           ORGANIZATION IS INDEXED                                      00000071
           ACCESS IS DYNAMIC                                            00000072
           RECORD KEY IS DL-EMPKY-NEMPID                                00000073
           FILE STATUS IS WS-FST-EMPKY                                  00000074
           .                                                            00000075
           SELECT EMPKYB-PS ASSIGN TO EMPSALKB                          00000076
           ORGANIZATION IS INDEXED                                      00000077
           ACCESS IS DYNAMIC                                            00000078
           RECORD KEY IS DL-EMPKB-NEMPID                                00000079
           FILE STATUS IS WS-FST-EMPKYB                                 00000080
           .                                                            00000081
           SELECT OPTIONAL KYSW-PS ASSIGN TO KYSWFL                     00000082
           ORGANIZATION IS INDEXED                                      00000083
           ACCESS IS RANDOM                                             00000084
           RECORD KEY IS DL-KYSW-KEY                                    00000085
           FILE STATUS IS WS-FST-KYSW                                   00000086
           .                                                            00000087
           SELECT OPTIONAL DEPTREF-PS ASSIGN TO DEPTREF                 00000088
           ORGANIZATION IS SEQUENTIAL                                   00000089
           ACCESS IS SEQUENTIAL                                         00000090
           FILE STATUS IS WS-FST-DEPTREF                                00000091
           .                                                            00000092
           SELECT RPT-PS ASSIGN TO INTGRPT                              00000093
           ORGANIZATION IS SEQUENTIAL                                   00000094
           ACCESS IS SEQUENTIAL                                         00000095
           FILE STATUS IS WS-FST-RPT                                    00000096
           .                                                            00000097
           SELECT SUSP-PS ASSIGN TO SUSPFILE                            00000098
           ORGANIZATION IS SEQUENTIAL                                   00000099
           ACCESS IS SEQUENTIAL                                         00000100
           FILE STATUS IS WS-FST-SUSP                                   00000101
           .                                                            00000102
           SELECT AUDIT-PS ASSIGN TO AUDITLOG                           00000103
           ORGANIZATION IS SEQUENTIAL                                   00000104
           ACCESS IS SEQUENTIAL                                         00000105
           FILE STATUS IS WS-FST-AUDIT                                  00000106
           .                                                            00000107
       DATA DIVISION.                                                   00000108
       FILE SECTION.                                                    00000109
       FD EMPMST-PS                                                     00000110
           RECORD CONTAINS 80 CHARACTERS.                               00000111
       01 EMT-REC.                                                      00000112
         05 EMT-EMPID          PIC X(05).                               00000113
         05 F                  PIC X(01).                               00000114
         05 EMT-EMPFNAME       PIC X(10).                               00000115
         05 F                  PIC X(01).                               00000116
         05 EMT-EMPLNAME       PIC X(10).                               00000117
         05 F                  PIC X(01).                               00000118
         05 EMT-EMPRATING      PIC X(01).                               00000119
         05 F                  PIC X(01).                               00000120
         05 EMT-EMPSALARY      PIC 9(06).                               00000121
         05 F                  PIC X(01).                               00000122
         05 EMT-EMPDEPT        PIC X(04).                               00000123
         05 F                  PIC X(01).                               00000124
         05 EMT-EMPGROUP       PIC X(02).                               00000125
         05 F                  PIC X(01).                               00000126
         05 EMT-HIREDATE       PIC X(10).                               00000127
         05 F                  PIC X(01).                               00000128
         05 EMT-EMPSTATUS      PIC X(01).                               00000129
         05 F                  PIC X(01).                               00000130
         05 EMT-TERMDATE       PIC X(10).                               00000131
         05 F                  PIC X(01).                               00000132
         05 EMT-PAYTYPE        PIC X(01).                               00000133
         05 F                  PIC X(01).                               00000134
         05 EMT-HRRATE         PIC 9(04)V9(02).                         00000135
         05 EMT-REVMONTH       PIC X(02).                               00000136
         05 F                  PIC X(01).                               00000137
       FD BANK-PS                                                       00000138
           RECORD CONTAINS 80 CHARACTERS.                               00000139
           COPY DLBANK.                                                 00000140
       FD ELECT-PS                                                      00000141
           RECORD CONTAINS 80 CHARACTERS.                               00000142
           COPY DLELECT.                                                00000143
       FD ANN-PS                                                        00000144
           RECORD CONTAINS 80 CHARACTERS.                               00000145
           COPY DLANNACC.                                               00000146
       FD NETKY-PS                                                      00000147
           RECORD CONTAINS 80 CHARACTERS.                               00000148
           COPY DLNETKY.                                                00000149
       FD EMPKYA-PS                                                     00000150
           RECORD CONTAINS 80 CHARACTERS.                               00000151
           COPY DLEMPKY.                                                00000152
       FD EMPKYB-PS                                                     00000153
           RECORD CONTAINS 80 CHARACTERS.                               00000154
           COPY DLEMPKY REPLACING LEADING ==DL-EMPKY== BY               00000155
                                         ==DL-EMPKB==.                  00000156
       FD KYSW-PS                                                       00000157
           RECORD CONTAINS 80 CHARACTERS.                               00000158
           COPY DLKYSW.                                                 00000159
       FD DEPTREF-PS                                                    00000160
           RECORD CONTAINS 80 CHARACTERS.                               00000161
           COPY DLDEPT.                                                 00000162
       FD RPT-PS                                                        00000163
           RECORD CONTAINS 132 CHARACTERS.                              00000164
       01 RPT-REC                PIC X(132).                            00000165
       FD SUSP-PS                                                       00000166
           RECORD CONTAINS 80 CHARACTERS.                               00000167
           COPY DLSUSP.                                                 00000168
       FD AUDIT-PS                                                      00000169
           RECORD CONTAINS 100 CHARACTERS.                              00000170
           COPY DLAUDIT.                                                00000171
       WORKING-STORAGE SECTION.                                         00000172
       01 WS-VARS.                                                      00000173
         05 WS-FST-EMPMST PIC 9(02).                                    00000174
           88 C05-EMPMST-SUCCESS VALUE 00.                              00000175
           88 C05-EMPMST-EOF     VALUE 10.                              00000176
           88 C05-EMPMST-NOTFND  VALUE 23.                              00000177
         05 WS-FST-BANK  PIC 9(02).                                     00000178
           88 C05-BANK-SUCCESS   VALUE 00.                              00000179
           88 C05-BANK-EOF       VALUE 10.                              00000180
           88 C05-BANK-NOTFND    VALUE 23.                              00000181
         05 WS-FST-ELECT PIC 9(02).                                     00000182
           88 C05-ELECT-SUCCESS  VALUE 00.                              00000183
           88 C05-ELECT-EOF      VALUE 10.                              00000184
         05 WS-FST-ANN   PIC 9(02).                                     00000185
           88 C05-ANN-SUCCESS    VALUE 00.                              00000186
           88 C05-ANN-EOF        VALUE 10.                              00000187
         05 WS-FST-NETKY PIC 9(02).                                     00000188
           88 C05-NETKY-SUCCESS  VALUE 00.                              00000189
           88 C05-NETKY-EOF      VALUE 10.                              00000190
           88 C05-NETKY-NOTFND   VALUE 23.                              00000191
         05 WS-FST-EMPKY PIC 9(02).                                     00000192
           88 C05-EMPKY-SUCCESS  VALUE 00.                              00000193
           88 C05-EMPKY-EOF      VALUE 10.                              00000194
           88 C05-EMPKY-NOTFND   VALUE 23.                              00000195
         05 WS-FST-EMPKYB PIC 9(02).                                    00000196
           88 C05-EMPKYB-SUCCESS VALUE 00.                              00000197
         05 WS-FST-KYSW  PIC 9(02).                                     00000198
           88 C05-KYSW-SUCCESS   VALUE 00 05.                           00000199
         05 WS-KY-CUR          PIC X(01).                               00000200
           88 WS-KY-CUR-A      VALUE 'A'.                               00000201
         05 WS-FST-DEPTREF PIC 9(02).                                   00000202
           88 C05-DEPTREF-SUCCESS VALUE 00 05.                          00000203
           88 C05-DEPTREF-EOF     VALUE 10.                             00000204
         05 WS-FST-RPT   PIC 9(02).                                     00000205
           88 C05-RPT-SUCCESS    VALUE 00.                              00000206
         05 WS-FST-SUSP  PIC 9(02).                                     00000207
           88 C05-SUSP-SUCCESS   VALUE 00.                              00000208
         05 WS-FST-AUDIT PIC 9(02).                                     00000209
           88 C05-AUDIT-SUCCESS  VALUE 00.                              00000210
         05 WS-AUDIT-OPEN-SW PIC X(01) VALUE 'N'.                       00000211
           88 WS-AUDIT-IS-OPEN   VALUE 'Y'.                             00000212
         05 WS-AUDIT-START-TS  PIC X(15).                               00000213
         05 WS-RUN-DATE        PIC X(10).                               00000214
         05 WS-READ-CT         PIC 9(07) VALUE ZEROES.                  00000215
         05 WS-FIND-CT         PIC 9(06) VALUE ZEROES.                  00000216
         05 WS-CT-ED           PIC ZZZZZ9.                              00000217
         05 WS-RETURN-CD       PIC 9(04) VALUE ZEROES.                  00000218
      *-----------------------------------------------------------      00000219
      *    ACTIVE DEPARTMENT CODES FROM DEPTREF.  NO DEPTREF MEANS      00000220
      *    THE DEPARTMENT CHECK IS SKIPPED.                             00000221
      *-----------------------------------------------------------      00000222
         05 WS-DEPT-CT         PIC 9(03) VALUE ZEROES.                  00000223
         05 WS-DEPT-TBL OCCURS 100 TIMES INDEXED BY DPT-IDX.            00000224
           10 DPT-CODE         PIC X(04).                               00000225
         05 WS-DEPT-OK-SW      PIC X(01).                               00000226
           88 WS-DEPT-OK       VALUE 'Y'.                               00000227
         05 WS-DEPTREF-SW      PIC X(01) VALUE 'N'.                     00000228
           88 WS-DEPTREF-LOADED VALUE 'Y'.                              00000229
         05 WS-LOOK-DEPT       PIC X(04).                               00000230
      *-----------------------------------------------------------      00000231
      *    THE EMPLOYEE BEHIND A SATELLITE RECORD'S KEY.                00000232
      *-----------------------------------------------------------      00000233
         05 WS-LOOK-NEMPID     PIC X(06).                               00000234
         05 WS-EMP-FOUND-SW    PIC X(01).                               00000235
           88 WS-EMP-FOUND     VALUE 'Y'.                               00000236
         05 WS-LAST-NEMPID     PIC X(06).                               00000237
         05 WS-NEMPID          PIC X(06).                               00000238
         05 WS-DT-IN           PIC X(10).                               00000239
         05 WS-DT-NUM          PIC 9(08).                               00000240
         05 WS-TERM-NUM        PIC 9(08).                               00000241
         05 WS-PAID-NUM        PIC 9(08).                               00000242
      *-----------------------------------------------------------      00000243
      *    FINDING CATEGORIES - REASON CODE AND SUSPENSE TEXT, IN       00000244
      *    REPORT ORDER.                                                00000245
      *-----------------------------------------------------------      00000246
         05 WS-CAT-LIST.                                                00000247
           10 F PIC X(30) VALUE 'OBNKBANK RECORD NOT ON MASTER'.        00000248
           10 F PIC X(30) VALUE 'NBNKACTIVE, NO BANK RECORD'.           00000249
           10 F PIC X(30) VALUE 'TBNKTERM W/ BANK, NO FINAL PAY'.       00000250
           10 F PIC X(30) VALUE 'IDPTACTIVE IN INACTIVE DEPT'.          00000251
           10 F PIC X(30) VALUE 'DSALEMPSALKY DEPT/GRP MISMATCH'.       00000252
           10 F PIC X(30) VALUE 'OELCELECTION NOT ON MASTER'.           00000253
           10 F PIC X(30) VALUE 'TELCELECTION FOR TERMINATED'.          00000254
           10 F PIC X(30) VALUE 'OANNANNACC NOT ON MASTER'.             00000255
           10 F PIC X(30) VALUE 'ONETNETPAYKY NOT ON MASTER'.           00000256
           10 F PIC X(30) VALUE 'OSALEMPSALKY NOT ON MASTER'.           00000257
         05 WS-CAT-TBL REDEFINES WS-CAT-LIST.                           00000258
           10 WS-CAT OCCURS 10 TIMES INDEXED BY CAT-IDX.                00000259
             15 CAT-CODE       PIC X(04).                               00000260
             15 CAT-TEXT       PIC X(26).                               00000261
         05 WS-CAT-CNT OCCURS 10 TIMES PIC 9(06).                       00000262
         05 WS-CAT-SUB         PIC 9(02).                               00000263
           88 WS-CAT-OBNK      VALUE 01.                                00000264
           88 WS-CAT-NBNK      VALUE 02.                                00000265
           88 WS-CAT-TBNK      VALUE 03.                                00000266
           88 WS-CAT-IDPT      VALUE 04.                                00000267
           88 WS-CAT-DSAL      VALUE 05.                                00000268
           88 WS-CAT-OELC      VALUE 06.                                00000269
           88 WS-CAT-TELC      VALUE 07.                                00000270
           88 WS-CAT-OANN      VALUE 08.                                00000271
           88 WS-CAT-ONET      VALUE 09.                                00000272
           88 WS-CAT-OSAL      VALUE 10.                                00000273
         05 WS-FND-KEY         PIC X(20).                               00000274
         05 WS-FND-INFO        PIC X(60).                               00000275
      *-----------------------------------------------------------      00000276
      *    FINDINGS HELD FOR THE REPORT BY CATEGORY.  PAST THE          00000277
      *    TABLE'S END A FINDING STILL GOES TO SUSPENSE AND INTO        00000278
      *    THE COUNTS, BUT GETS NO DETAIL LINE.                         00000279
      *-----------------------------------------------------------      00000280
         05 WS-FND-CT          PIC 9(04) VALUE ZEROES.                  00000281
         05 WS-FND-TBL OCCURS 2000 TIMES INDEXED BY FND-IDX.            00000282
           10 FND-CAT          PIC 9(02).                               00000283
           10 FND-KEY          PIC X(20).                               00000284
           10 FND-INFO         PIC X(60).                               00000285
         05 WS-FND-FULL-SW     PIC X(01) VALUE 'N'.                     00000286
           88 WS-FND-FULL      VALUE 'Y'.                               00000287
         05 WS-RUNC-PARMS.                                              00000288
           10 WS-RUNC-FUNC   PIC X(03).                                 00000289
           10 WS-RUNC-PGM    PIC X(08).                                 00000290
           10 WS-RUNC-DATE   PIC X(10).                                 00000291
           10 WS-RUNC-RESULT PIC X(01).                                 00000292
       COPY DLCHAIN.                                                    00000293
       LINKAGE SECTION.                                                 00000294
       01 LK-PARM-REC.                                                  00000295
           05 LK-RUN-DATE    PIC X(10).                                 00000296
       PROCEDURE DIVISION USING LK-PARM-REC.                            00000297
       0000-MAIN-PARA.                                                  00000298
           PERFORM 1000-INIT-PARA                                       00000299
              THRU 1000-INIT-PARA-EXIT                                  00000300
           PERFORM 3000-PROC-PARA                                       00000301
              THRU 3000-PROC-PARA-EXIT                                  00000302
           PERFORM 9000-TERM-PARA                                       00000303
           .                                                            00000304
       1000-INIT-PARA.                                                  00000305
           ACCEPT WS-AUDIT-START-TS(1:8) FROM DATE YYYYMMDD             00000306
           ACCEPT WS-AUDIT-START-TS(9:6) FROM TIME                      00000307
           IF LK-RUN-DATE = SPACES OR LK-RUN-DATE = LOW-VALUES          00000308
               ACCEPT WS-RUN-DATE(1:8) FROM DATE YYYYMMDD               00000309
               END-ACCEPT                                               00000310
           ELSE                                                         00000311
               MOVE LK-RUN-DATE TO WS-RUN-DATE                          00000312
           END-IF                                                       00000313
           PERFORM 1100-RUNCTL-CHECK-PARA                               00000314
              THRU 1100-RUNCTL-CHECK-PARA-EXIT                          00000315
           MOVE ZEROES TO WS-CAT-CNT(1) WS-CAT-CNT(2) WS-CAT-CNT(3)     00000316
                          WS-CAT-CNT(4) WS-CAT-CNT(5) WS-CAT-CNT(6)     00000317
                          WS-CAT-CNT(7) WS-CAT-CNT(8) WS-CAT-CNT(9)     00000318
                          WS-CAT-CNT(10)                                00000319
           PERFORM 1300-KYSW-READ-PARA                                  00000320
              THRU 1300-KYSW-READ-PARA-EXIT                             00000321
           PERFORM 1400-DEPTREF-PARA                                    00000322
              THRU 1400-DEPTREF-PARA-EXIT                               00000323
           .                                                            00000324
       1000-INIT-PARA-EXIT.                                             00000325
           EXIT                                                         00000326
           .                                                            00000327
       1100-RUNCTL-CHECK-PARA.                                          00000328
           MOVE 'CHK'       TO WS-RUNC-FUNC                             00000329
           MOVE 'PAYINTG'   TO WS-RUNC-PGM                              00000330
           MOVE WS-RUN-DATE TO WS-RUNC-DATE                             00000331
           CALL 'PAYRUNC' USING WS-RUNC-PARMS                           00000332
             ON EXCEPTION                                               00000333
               DISPLAY 'PAYRUNC NOT AVAILABLE - RUN-CONTROL CHECK '     00000334
                       'SKIPPED'                                        00000335
               MOVE 'N' TO WS-RUNC-RESULT                               00000336
           END-CALL                                                     00000337
           IF WS-RUNC-RESULT = 'Y'                                      00000338
             DISPLAY 'PAYINTG ALREADY COMPLETED FOR BUSINESS DATE '     00000339
                     WS-RUN-DATE                                        00000340
             DISPLAY 'RERUN REFUSED - APPEND AN OVERRIDE RECORD TO '    00000341
                     'RUNCTLF FOR A FORCED RERUN'                       00000342
             MOVE 0012 TO RETURN-CODE                                   00000343
             STOP RUN                                                   00000344
           END-IF                                                       00000345
           .                                                            00000346
       1100-RUNCTL-CHECK-PARA-EXIT.                                     00000347
           EXIT                                                         00000348
           .                                                            00000349
       1200-RUNCTL-MARK-PARA.                                           00000350
           MOVE 'UPD'       TO WS-RUNC-FUNC                             00000351
           MOVE 'PAYINTG'   TO WS-RUNC-PGM                              00000352
           MOVE WS-RUN-DATE TO WS-RUNC-DATE                             00000353
           CALL 'PAYRUNC' USING WS-RUNC-PARMS                           00000354
             ON EXCEPTION                                               00000355
               DISPLAY 'PAYRUNC NOT AVAILABLE - RUN NOT MARKED '        00000356
                       'COMPLETE'                                       00000357
           END-CALL                                                     00000358
           .                                                            00000359
       1200-RUNCTL-MARK-PARA-EXIT.                                      00000360
           EXIT                                                         00000361
           .                                                            00000362
      *-----------------------------------------------------------      00000363
      *    THE SALARY VIEW CLUSTER THE SERVICE DESK IS READING.         00000364
      *    NO SWITCH RECORD MEANS THE CUTOVER DEFAULT, 'A'.             00000365
      *-----------------------------------------------------------      00000366
       1300-KYSW-READ-PARA.                                             00000367
           MOVE 'A' TO WS-KY-CUR                                        00000368
           OPEN INPUT KYSW-PS                                           00000369
           EVALUATE TRUE                                                00000370
           WHEN C05-KYSW-SUCCESS                                        00000371
             MOVE 'EMPSALKY' TO DL-KYSW-KEY                             00000372
             READ KYSW-PS                                               00000373
             IF WS-FST-KYSW = 00 AND DL-KYSW-CUR-B                      00000374
               MOVE 'B' TO WS-KY-CUR                                    00000375
             END-IF                                                     00000376
             CLOSE KYSW-PS                                              00000377
           WHEN OTHER                                                   00000378
             DISPLAY 'KYSWFL NOT AVAILABLE - READING CLUSTER A'         00000379
           END-EVALUATE                                                 00000380
           DISPLAY 'EMPSALKY CURRENT CLUSTER ' WS-KY-CUR                00000381
           .                                                            00000382
       1300-KYSW-READ-PARA-EXIT.                                        00000383
           EXIT                                                         00000384
           .                                                            00000385
       1400-DEPTREF-PARA.                                               00000386
           OPEN INPUT DEPTREF-PS                                        00000387
           EVALUATE TRUE                                                00000388
           WHEN C05-DEPTREF-SUCCESS                                     00000389
             PERFORM 1410-DEPTREF-READ-PARA                             00000390
                THRU 1410-DEPTREF-READ-PARA-EXIT                        00000391
                UNTIL C05-DEPTREF-EOF                                   00000392
             CLOSE DEPTREF-PS                                           00000393
             IF WS-DEPT-CT > 0                                          00000394
               SET WS-DEPTREF-LOADED TO TRUE                            00000395
             END-IF                                                     00000396
             DISPLAY 'DEPARTMENTS ON REFERENCE: ' WS-DEPT-CT            00000397
           WHEN OTHER                                                   00000398
             DISPLAY 'DEPTREF NOT AVAILABLE - DEPARTMENT CHECK '        00000399
                     'SKIPPED'                                          00000400
           END-EVALUATE                                                 00000401
           .                                                            00000402
       1400-DEPTREF-PARA-EXIT.                                          00000403
           EXIT                                                         00000404
           .                                                            00000405
       1410-DEPTREF-READ-PARA.                                          00000406
           READ DEPTREF-PS                                              00000407
           EVALUATE TRUE                                                00000408
           WHEN C05-DEPTREF-SUCCESS                                     00000409
             IF DL-DEPT-IS-ACTIVE AND WS-DEPT-CT < 100                  00000410
               ADD 1 TO WS-DEPT-CT                                      00000411
               MOVE DL-DEPT-CODE TO DPT-CODE(WS-DEPT-CT)                00000412
             END-IF                                                     00000413
           WHEN C05-DEPTREF-EOF                                         00000414
             CONTINUE                                                   00000415
           WHEN OTHER                                                   00000416
             DISPLAY 'DEPTREF READ FAILED ' WS-FST-DEPTREF              00000417
             MOVE 10 TO WS-FST-DEPTREF                                  00000418
           END-EVALUATE                                                 00000419
           .                                                            00000420
       1410-DEPTREF-READ-PARA-EXIT.                                     00000421
           EXIT                                                         00000422
           .                                                            00000423
       1450-DEPT-CHECK-PARA.                                            00000424
           MOVE 'N' TO WS-DEPT-OK-SW                                    00000425
           PERFORM 1460-DEPT-SCAN-PARA                                  00000426
              THRU 1460-DEPT-SCAN-PARA-EXIT                             00000427
              VARYING DPT-IDX FROM 1 BY 1                               00000428
              UNTIL DPT-IDX > WS-DEPT-CT OR WS-DEPT-OK                  00000429
           .                                                            00000430
       1450-DEPT-CHECK-PARA-EXIT.                                       00000431
           EXIT                                                         00000432
           .                                                            00000433
       1460-DEPT-SCAN-PARA.                                             00000434
           IF DPT-CODE(DPT-IDX) = WS-LOOK-DEPT                          00000435
             MOVE 'Y' TO WS-DEPT-OK-SW                                  00000436
           END-IF                                                       00000437
           .                                                            00000438
       1460-DEPT-SCAN-PARA-EXIT.                                        00000439
           EXIT                                                         00000440
           .                                                            00000441
       3000-PROC-PARA.                                                  00000442
           PERFORM 3100-OPEN-PARA                                       00000443
              THRU 3100-OPEN-PARA-EXIT                                  00000444
           PERFORM 3200-EMP-PASS-PARA                                   00000445
              THRU 3200-EMP-PASS-PARA-EXIT                              00000446
           PERFORM 3300-BANK-PASS-PARA                                  00000447
              THRU 3300-BANK-PASS-PARA-EXIT                             00000448
           PERFORM 3400-ELECT-PASS-PARA                                 00000449
              THRU 3400-ELECT-PASS-PARA-EXIT                            00000450
           PERFORM 3500-ANN-PASS-PARA                                   00000451
              THRU 3500-ANN-PASS-PARA-EXIT                              00000452
           PERFORM 3600-NETKY-PASS-PARA                                 00000453
              THRU 3600-NETKY-PASS-PARA-EXIT                            00000454
           PERFORM 3650-SALKY-PASS-PARA                                 00000455
              THRU 3650-SALKY-PASS-PARA-EXIT                            00000456
           PERFORM 3800-REPORT-PARA                                     00000457
              THRU 3800-REPORT-PARA-EXIT                                00000458
           PERFORM 3900-CLOSE-PARA                                      00000459
              THRU 3900-CLOSE-PARA-EXIT                                 00000460
           IF WS-RETURN-CD < 8                                          00000461
             PERFORM 1200-RUNCTL-MARK-PARA                              00000462
                THRU 1200-RUNCTL-MARK-PARA-EXIT                         00000463
           END-IF                                                       00000464
           .                                                            00000465
       3000-PROC-PARA-EXIT.                                             00000466
           EXIT                                                         00000467
           .                                                            00000468
       3100-OPEN-PARA.                                                  00000469
           OPEN INPUT EMPMST-PS                                         00000470
           EVALUATE TRUE                                                00000471
           WHEN C05-EMPMST-SUCCESS                                      00000472
             DISPLAY 'EMPMST-PS OPENED'                                 00000473
           WHEN OTHER                                                   00000474
             DISPLAY 'EMPMST-PS OPEN FAILED ' WS-FST-EMPMST             00000475
             MOVE 0008 TO WS-RETURN-CD                                  00000476
             PERFORM 9000-TERM-PARA                                     00000477
           END-EVALUATE                                                 00000478
           OPEN INPUT BANK-PS                                           00000479
           EVALUATE TRUE                                                00000480
           WHEN C05-BANK-SUCCESS                                        00000481
             DISPLAY 'BANK-PS OPENED'                                   00000482
           WHEN OTHER                                                   00000483
             DISPLAY 'BANK-PS OPEN FAILED ' WS-FST-BANK                 00000484
             MOVE 0008 TO WS-RETURN-CD                                  00000485
             PERFORM 9000-TERM-PARA                                     00000486
           END-EVALUATE                                                 00000487
           OPEN INPUT ELECT-PS                                          00000488
           EVALUATE TRUE                                                00000489
           WHEN C05-ELECT-SUCCESS                                       00000490
             DISPLAY 'ELECT-PS OPENED'                                  00000491
           WHEN OTHER                                                   00000492
             DISPLAY 'ELECT-PS OPEN FAILED ' WS-FST-ELECT               00000493
             MOVE 0008 TO WS-RETURN-CD                                  00000494
             PERFORM 9000-TERM-PARA                                     00000495
           END-EVALUATE                                                 00000496
           OPEN INPUT ANN-PS                                            00000497
           EVALUATE TRUE                                                00000498
           WHEN C05-ANN-SUCCESS                                         00000499
             DISPLAY 'ANN-PS OPENED'                                    00000500
           WHEN OTHER                                                   00000501
             DISPLAY 'ANN-PS OPEN FAILED ' WS-FST-ANN                   00000502
             MOVE 0008 TO WS-RETURN-CD                                  00000503
             PERFORM 9000-TERM-PARA                                     00000504
           END-EVALUATE                                                 00000505
           OPEN INPUT NETKY-PS                                          00000506
           EVALUATE TRUE                                                00000507
           WHEN C05-NETKY-SUCCESS                                       00000508
             DISPLAY 'NETKY-PS OPENED'                                  00000509
           WHEN OTHER                                                   00000510
             DISPLAY 'NETKY-PS OPEN FAILED ' WS-FST-NETKY               00000511
             MOVE 0008 TO WS-RETURN-CD                                  00000512
             PERFORM 9000-TERM-PARA                                     00000513
           END-EVALUATE                                                 00000514
           IF WS-KY-CUR-A                                               00000515
             OPEN INPUT EMPKYA-PS                                       00000516
             EVALUATE TRUE                                              00000517
             WHEN C05-EMPKY-SUCCESS                                     00000518
               DISPLAY 'EMPKYA-PS OPENED'                               00000519
             WHEN OTHER                                                 00000520
               DISPLAY 'EMPKYA-PS OPEN FAILED ' WS-FST-EMPKY            00000521
               MOVE 0008 TO WS-RETURN-CD                                00000522
               PERFORM 9000-TERM-PARA                                   00000523
             END-EVALUATE                                               00000524
           ELSE                                                         00000525
             OPEN INPUT EMPKYB-PS                                       00000526
             EVALUATE TRUE                                              00000527
             WHEN C05-EMPKYB-SUCCESS                                    00000528
               DISPLAY 'EMPKYB-PS OPENED'                               00000529
             WHEN OTHER                                                 00000530
               DISPLAY 'EMPKYB-PS OPEN FAILED ' WS-FST-EMPKYB           00000531
               MOVE 0008 TO WS-RETURN-CD                                00000532
               PERFORM 9000-TERM-PARA                                   00000533
             END-EVALUATE                                               00000534
           END-IF                                                       00000535
           OPEN OUTPUT RPT-PS                                           00000536
           EVALUATE TRUE                                                00000537
           WHEN C05-RPT-SUCCESS                                         00000538
             DISPLAY 'RPT-PS OPENED'                                    00000539
           WHEN OTHER                                                   00000540
             DISPLAY 'RPT-PS OPEN FAILED ' WS-FST-RPT                   00000541
             MOVE 0008 TO WS-RETURN-CD                                  00000542
             PERFORM 9000-TERM-PARA                                     00000543
           END-EVALUATE                                                 00000544
           OPEN EXTEND SUSP-PS                                          00000545
           EVALUATE TRUE                                                00000546
           WHEN C05-SUSP-SUCCESS                                        00000547
             DISPLAY 'SUSP-PS OPENED'                                   00000548
           WHEN OTHER                                                   00000549
             DISPLAY 'SUSP-PS OPEN FAILED ' WS-FST-SUSP                 00000550
             MOVE 0008 TO WS-RETURN-CD                                  00000551
             PERFORM 9000-TERM-PARA                                     00000552
           END-EVALUATE                                                 00000553
           OPEN EXTEND AUDIT-PS                                         00000554
           EVALUATE TRUE                                                00000555
           WHEN C05-AUDIT-SUCCESS                                       00000556
             DISPLAY 'AUDIT-PS OPENED'                                  00000557
             SET WS-AUDIT-IS-OPEN TO TRUE                               00000558
           WHEN OTHER                                                   00000559
             DISPLAY 'AUDIT-PS OPEN FAILED ' WS-FST-AUDIT               00000560
             MOVE 0008 TO WS-RETURN-CD                                  00000561
             PERFORM 9000-TERM-PARA                                     00000562
           END-EVALUATE                                                 00000563
           .                                                            00000564
       3100-OPEN-PARA-EXIT.                                             00000565
           EXIT                                                         00000566
           .                                                            00000567
      *-----------------------------------------------------------      00000568
      *    EMPLOYEE MASTER PASS - BANK RECORD, FINAL PAY,               00000569
      *    DEPARTMENT AND SALARY VIEW FOR EVERY EMPLOYEE.               00000570
      *-----------------------------------------------------------      00000571
       3200-EMP-PASS-PARA.                                              00000572
           PERFORM 3210-EMP-READ-PARA                                   00000573
              THRU 3210-EMP-READ-PARA-EXIT                              00000574
              UNTIL C05-EMPMST-EOF                                      00000575
           .                                                            00000576
       3200-EMP-PASS-PARA-EXIT.                                         00000577
           EXIT                                                         00000578
           .                                                            00000579
       3210-EMP-READ-PARA.                                              00000580
           READ EMPMST-PS NEXT RECORD                                   00000581
           EVALUATE TRUE                                                00000582
           WHEN C05-EMPMST-SUCCESS                                      00000583
             ADD 1 TO WS-READ-CT                                        00000584
             PERFORM 3220-EMP-CHECK-PARA                                00000585
                THRU 3220-EMP-CHECK-PARA-EXIT                           00000586
           WHEN C05-EMPMST-EOF                                          00000587
             CONTINUE                                                   00000588
           WHEN OTHER                                                   00000589
             DISPLAY 'EMPMST-PS READ FAILED ' WS-FST-EMPMST             00000590
             MOVE 0008 TO WS-RETURN-CD                                  00000591
             MOVE 10 TO WS-FST-EMPMST                                   00000592
           END-EVALUATE                                                 00000593
           .                                                            00000594
       3210-EMP-READ-PARA-EXIT.                                         00000595
           EXIT                                                         00000596
           .                                                            00000597
       3220-EMP-CHECK-PARA.                                             00000598
           MOVE 'C'       TO WS-NEMPID(1:1)                             00000599
           MOVE EMT-EMPID TO WS-NEMPID(2:5)                             00000600
           MOVE WS-NEMPID TO DL-BANK-NEMPID                             00000601
           READ BANK-PS                                                 00000602
           EVALUATE TRUE                                                00000603
           WHEN C05-BANK-SUCCESS                                        00000604
             CONTINUE                                                   00000605
           WHEN C05-BANK-NOTFND                                         00000606
             MOVE SPACES TO DL-BANK-STATUS                              00000607
           WHEN OTHER                                                   00000608
             DISPLAY 'BANK-PS READ FAILED ' WS-FST-BANK ' FOR '         00000609
                     WS-NEMPID                                          00000610
             MOVE 0008 TO WS-RETURN-CD                                  00000611
             GO TO 3220-EMP-CHECK-PARA-EXIT                             00000612
           END-EVALUATE                                                 00000613
           IF EMT-EMPSTATUS = 'T'                                       00000614
      *      DETAILS PAYERASE HAS ALREADY ERASED ARE NOT LIVE.          00000615
             IF C05-BANK-SUCCESS AND DL-BANK-VERIFIED AND               00000616
                DL-BANK-ACCOUNT NOT = 'ERASED'                          00000617
               PERFORM 3230-FINAL-PAY-PARA                              00000618
                  THRU 3230-FINAL-PAY-PARA-EXIT                         00000619
             END-IF                                                     00000620
             GO TO 3220-EMP-CHECK-PARA-EXIT                             00000621
           END-IF                                                       00000622
           IF C05-BANK-NOTFND                                           00000623
             SET WS-CAT-NBNK TO TRUE                                    00000624
             MOVE WS-NEMPID TO WS-FND-KEY                               00000625
             MOVE SPACES TO WS-FND-INFO                                 00000626
             STRING EMT-EMPLNAME  DELIMITED BY SIZE                     00000627
                    ' DEPT '      DELIMITED BY SIZE                     00000628
                    EMT-EMPDEPT   DELIMITED BY SIZE                     00000629
                    ' HIRED '     DELIMITED BY SIZE                     00000630
                    EMT-HIREDATE  DELIMITED BY SIZE                     00000631
                    INTO WS-FND-INFO                                    00000632
             END-STRING                                                 00000633
             PERFORM 3700-FINDING-PARA                                  00000634
                THRU 3700-FINDING-PARA-EXIT                             00000635
           END-IF                                                       00000636
           IF WS-DEPTREF-LOADED                                         00000637
             MOVE EMT-EMPDEPT TO WS-LOOK-DEPT                           00000638
             PERFORM 1450-DEPT-CHECK-PARA                               00000639
                THRU 1450-DEPT-CHECK-PARA-EXIT                          00000640
             IF NOT WS-DEPT-OK                                          00000641
               SET WS-CAT-IDPT TO TRUE                                  00000642
               MOVE WS-NEMPID TO WS-FND-KEY                             00000643
               MOVE SPACES TO WS-FND-INFO                               00000644
               STRING EMT-EMPLNAME  DELIMITED BY SIZE                   00000645
                      ' DEPT '      DELIMITED BY SIZE                   00000646
                      EMT-EMPDEPT   DELIMITED BY SIZE                   00000647
                      ' NOT ACTIVE ON DEPTREF' DELIMITED BY SIZE        00000648
                      INTO WS-FND-INFO                                  00000649
               END-STRING                                               00000650
               PERFORM 3700-FINDING-PARA                                00000651
                  THRU 3700-FINDING-PARA-EXIT                           00000652
             END-IF                                                     00000653
           END-IF                                                       00000654
           PERFORM 3240-SALKY-READ-PARA                                 00000655
              THRU 3240-SALKY-READ-PARA-EXIT                            00000656
           IF C05-EMPKY-SUCCESS AND                                     00000657
              (DL-EMPKY-EMPDEPT NOT = EMT-EMPDEPT OR                    00000658
               DL-EMPKY-EMPGROUP NOT = EMT-EMPGROUP)                    00000659
             SET WS-CAT-DSAL TO TRUE                                    00000660
             MOVE WS-NEMPID TO WS-FND-KEY                               00000661
             MOVE SPACES TO WS-FND-INFO                                 00000662
             STRING 'MASTER '          DELIMITED BY SIZE                00000663
                    EMT-EMPDEPT        DELIMITED BY SIZE                00000664
                    '/'                DELIMITED BY SIZE                00000665
                    EMT-EMPGROUP       DELIMITED BY SIZE                00000666
                    ' EMPSALKY '       DELIMITED BY SIZE                00000667
                    DL-EMPKY-EMPDEPT   DELIMITED BY SIZE                00000668
                    '/'                DELIMITED BY SIZE                00000669
                    DL-EMPKY-EMPGROUP  DELIMITED BY SIZE                00000670
                    INTO WS-FND-INFO                                    00000671
             END-STRING                                                 00000672
             PERFORM 3700-FINDING-PARA                                  00000673
                THRU 3700-FINDING-PARA-EXIT                             00000674
           END-IF                                                       00000675
           .                                                            00000676
       3220-EMP-CHECK-PARA-EXIT.                                        00000677
           EXIT                                                         00000678
           .                                                            00000679
      *-----------------------------------------------------------      00000680
      *    A LEAVER WITH LIVE DEPOSIT DETAILS SHOULD HAVE HAD A         00000681
      *    FINAL PAY - A NETPAYKY RESULT DATED ON OR AFTER THE          00000682
      *    TERMINATION.  BOTH DATES ARE COMPARED AS YYYYMMDD, IN        00000683
      *    EITHER FORM OF THE RUN-DATE PARM.                            00000684
      *-----------------------------------------------------------      00000685
       3230-FINAL-PAY-PARA.                                             00000686
           MOVE WS-NEMPID TO DL-NETKY-NEMPID                            00000687
           READ NETKY-PS                                                00000688
           EVALUATE TRUE                                                00000689
           WHEN C05-NETKY-SUCCESS                                       00000690
             MOVE EMT-TERMDATE TO WS-DT-IN                              00000691
             PERFORM 3750-DATE-NUM-PARA                                 00000692
                THRU 3750-DATE-NUM-PARA-EXIT                            00000693
             MOVE WS-DT-NUM TO WS-TERM-NUM                              00000694
             MOVE DL-NETKY-RUN-DATE TO WS-DT-IN                         00000695
             PERFORM 3750-DATE-NUM-PARA                                 00000696
                THRU 3750-DATE-NUM-PARA-EXIT                            00000697
             MOVE WS-DT-NUM TO WS-PAID-NUM                              00000698
             IF WS-PAID-NUM NOT < WS-TERM-NUM                           00000699
               GO TO 3230-FINAL-PAY-PARA-EXIT                           00000700
             END-IF                                                     00000701
           WHEN C05-NETKY-NOTFND                                        00000702
             MOVE SPACES TO DL-NETKY-RUN-DATE                           00000703
           WHEN OTHER                                                   00000704
             DISPLAY 'NETKY-PS READ FAILED ' WS-FST-NETKY ' FOR '       00000705
                     WS-NEMPID                                          00000706
             MOVE 0008 TO WS-RETURN-CD                                  00000707
             GO TO 3230-FINAL-PAY-PARA-EXIT                             00000708
           END-EVALUATE                                                 00000709
           SET WS-CAT-TBNK TO TRUE                                      00000710
           MOVE WS-NEMPID TO WS-FND-KEY                                 00000711
           MOVE SPACES TO WS-FND-INFO                                   00000712
           IF DL-NETKY-RUN-DATE = SPACES                                00000713
             STRING EMT-EMPLNAME  DELIMITED BY SIZE                     00000714
                    ' TERMINATED ' DELIMITED BY SIZE                    00000715
                    EMT-TERMDATE  DELIMITED BY SIZE                     00000716
                    ' NEVER PAID' DELIMITED BY SIZE                     00000717
                    INTO WS-FND-INFO                                    00000718
             END-STRING                                                 00000719
           ELSE                                                         00000720
             STRING EMT-EMPLNAME  DELIMITED BY SIZE                     00000721
                    ' TERMINATED ' DELIMITED BY SIZE                    00000722
                    EMT-TERMDATE  DELIMITED BY SIZE                     00000723
                    ' LAST PAID ' DELIMITED BY SIZE                     00000724
                    DL-NETKY-RUN-DATE DELIMITED BY SIZE                 00000725
                    INTO WS-FND-INFO                                    00000726
             END-STRING                                                 00000727
           END-IF                                                       00000728
           PERFORM 3700-FINDING-PARA                                    00000729
              THRU 3700-FINDING-PARA-EXIT                               00000730
           .                                                            00000731
       3230-FINAL-PAY-PARA-EXIT.                                        00000732
           EXIT                                                         00000733
           .                                                            00000734
      *-----------------------------------------------------------      00000735
      *    READ WS-NEMPID ON THE CURRENT SALARY VIEW CLUSTER INTO       00000736
      *    DL-EMPKY-REC.  NOT FOUND IS NORMAL FOR A HIRE THE RAISE      00000737
      *    PASS HAS NOT YET SEEN.                                       00000738
      *-----------------------------------------------------------      00000739
       3240-SALKY-READ-PARA.                                            00000740
           IF WS-KY-CUR-A                                               00000741
             MOVE WS-NEMPID TO DL-EMPKY-NEMPID                          00000742
             READ EMPKYA-PS                                             00000743
           ELSE                                                         00000744
             MOVE WS-NEMPID TO DL-EMPKB-NEMPID                          00000745
             READ EMPKYB-PS                                             00000746
             MOVE WS-FST-EMPKYB TO WS-FST-EMPKY                         00000747
             IF C05-EMPKY-SUCCESS                                       00000748
               MOVE DL-EMPKB-REC TO DL-EMPKY-REC                        00000749
             END-IF                                                     00000750
           END-IF                                                       00000751
           IF NOT C05-EMPKY-SUCCESS AND NOT C05-EMPKY-NOTFND            00000752
             DISPLAY 'EMPSALKY READ FAILED ' WS-FST-EMPKY ' FOR '       00000753
                     WS-NEMPID                                          00000754
             MOVE 0008 TO WS-RETURN-CD                                  00000755
           END-IF                                                       00000756
           .                                                            00000757
       3240-SALKY-READ-PARA-EXIT.                                       00000758
           EXIT                                                         00000759
           .                                                            00000760
      *-----------------------------------------------------------      00000761
      *    BANK MASTER PASS - DEPOSIT DETAILS LEFT BEHIND FOR AN        00000762
      *    EMPLOYEE NO LONGER ON THE MASTER.                            00000763
      *-----------------------------------------------------------      00000764
       3300-BANK-PASS-PARA.                                             00000765
           MOVE LOW-VALUES TO DL-BANK-NEMPID                            00000766
           START BANK-PS KEY IS NOT LESS THAN DL-BANK-NEMPID            00000767
           EVALUATE TRUE                                                00000768
           WHEN C05-BANK-SUCCESS                                        00000769
             PERFORM 3310-BANK-READ-PARA                                00000770
                THRU 3310-BANK-READ-PARA-EXIT                           00000771
                UNTIL C05-BANK-EOF                                      00000772
           WHEN C05-BANK-NOTFND                                         00000773
             CONTINUE                                                   00000774
           WHEN OTHER                                                   00000775
             DISPLAY 'BANK-PS START FAILED ' WS-FST-BANK                00000776
             MOVE 0008 TO WS-RETURN-CD                                  00000777
           END-EVALUATE                                                 00000778
           .                                                            00000779
       3300-BANK-PASS-PARA-EXIT.                                        00000780
           EXIT                                                         00000781
           .                                                            00000782
       3310-BANK-READ-PARA.                                             00000783
           READ BANK-PS NEXT RECORD                                     00000784
           EVALUATE TRUE                                                00000785
           WHEN C05-BANK-SUCCESS                                        00000786
             ADD 1 TO WS-READ-CT                                        00000787
             MOVE DL-BANK-NEMPID TO WS-LOOK-NEMPID                      00000788
             PERFORM 3720-EMP-LOOK-PARA                                 00000789
                THRU 3720-EMP-LOOK-PARA-EXIT                            00000790
             IF NOT WS-EMP-FOUND                                        00000791
               SET WS-CAT-OBNK TO TRUE                                  00000792
               MOVE DL-BANK-NEMPID TO WS-FND-KEY                        00000793
               MOVE SPACES TO WS-FND-INFO                               00000794
               STRING 'STATUS '        DELIMITED BY SIZE                00000795
                      DL-BANK-STATUS   DELIMITED BY SIZE                00000796
                      ' EFFECTIVE '    DELIMITED BY SIZE                00000797
                      DL-BANK-EFFDATE  DELIMITED BY SIZE                00000798
                      INTO WS-FND-INFO                                  00000799
               END-STRING                                               00000800
               PERFORM 3700-FINDING-PARA                                00000801
                  THRU 3700-FINDING-PARA-EXIT                           00000802
             END-IF                                                     00000803
           WHEN C05-BANK-EOF                                            00000804
             CONTINUE                                                   00000805
           WHEN OTHER                                                   00000806
             DISPLAY 'BANK-PS READ FAILED ' WS-FST-BANK                 00000807
             MOVE 0008 TO WS-RETURN-CD                                  00000808
             MOVE 10 TO WS-FST-BANK                                     00000809
           END-EVALUATE                                                 00000810
           .                                                            00000811
       3310-BANK-READ-PARA-EXIT.                                        00000812
           EXIT                                                         00000813
           .                                                            00000814
      *-----------------------------------------------------------      00000815
      *    ELECTIONS PASS - ORPHANS, AND ELECTIONS STILL STANDING       00000816
      *    FOR A TERMINATED EMPLOYEE.                                   00000817
      *-----------------------------------------------------------      00000818
       3400-ELECT-PASS-PARA.                                            00000819
           PERFORM 3410-ELECT-READ-PARA                                 00000820
              THRU 3410-ELECT-READ-PARA-EXIT                            00000821
              UNTIL C05-ELECT-EOF                                       00000822
           .                                                            00000823
       3400-ELECT-PASS-PARA-EXIT.                                       00000824
           EXIT                                                         00000825
           .                                                            00000826
       3410-ELECT-READ-PARA.                                            00000827
           READ ELECT-PS                                                00000828
           EVALUATE TRUE                                                00000829
           WHEN C05-ELECT-SUCCESS                                       00000830
             ADD 1 TO WS-READ-CT                                        00000831
             MOVE DL-ELECT-NEMPID TO WS-LOOK-NEMPID                     00000832
             PERFORM 3720-EMP-LOOK-PARA                                 00000833
                THRU 3720-EMP-LOOK-PARA-EXIT                            00000834
             EVALUATE TRUE                                              00000835
             WHEN NOT WS-EMP-FOUND                                      00000836
               SET WS-CAT-OELC TO TRUE                                  00000837
             WHEN EMT-EMPSTATUS = 'T'                                   00000838
               SET WS-CAT-TELC TO TRUE                                  00000839
             WHEN OTHER                                                 00000840
               GO TO 3410-ELECT-READ-PARA-EXIT                          00000841
             END-EVALUATE                                               00000842
             MOVE SPACES TO WS-FND-KEY WS-FND-INFO                      00000843
             STRING DL-ELECT-NEMPID  DELIMITED BY SIZE                  00000844
                    ' '              DELIMITED BY SIZE                  00000845
                    DL-ELECT-CODE    DELIMITED BY SIZE                  00000846
                    INTO WS-FND-KEY                                     00000847
             END-STRING                                                 00000848
             IF WS-CAT-TELC                                             00000849
               STRING EMT-EMPLNAME   DELIMITED BY SIZE                  00000850
                      ' TERMINATED ' DELIMITED BY SIZE                  00000851
                      EMT-TERMDATE   DELIMITED BY SIZE                  00000852
                      INTO WS-FND-INFO                                  00000853
               END-STRING                                               00000854
             ELSE                                                       00000855
               STRING 'EFFECTIVE '       DELIMITED BY SIZE              00000856
                      DL-ELECT-EFFDATE   DELIMITED BY SIZE              00000857
                      INTO WS-FND-INFO                                  00000858
               END-STRING                                               00000859
             END-IF                                                     00000860
             PERFORM 3700-FINDING-PARA                                  00000861
                THRU 3700-FINDING-PARA-EXIT                             00000862
           WHEN C05-ELECT-EOF                                           00000863
             CONTINUE                                                   00000864
           WHEN OTHER                                                   00000865
             DISPLAY 'ELECT-PS READ FAILED ' WS-FST-ELECT               00000866
             MOVE 0008 TO WS-RETURN-CD                                  00000867
             MOVE 10 TO WS-FST-ELECT                                    00000868
           END-EVALUATE                                                 00000869
           .                                                            00000870
       3410-ELECT-READ-PARA-EXIT.                                       00000871
           EXIT                                                         00000872
           .                                                            00000873
      *-----------------------------------------------------------      00000874
      *    ANNUAL ACCUMULATOR PASS - ONE FINDING PER ORPHANED           00000875
      *    EMPLOYEE, HOWEVER MANY YEARS AND CODES IT HOLDS.             00000876
      *-----------------------------------------------------------      00000877
       3500-ANN-PASS-PARA.                                              00000878
           MOVE SPACES TO WS-LAST-NEMPID                                00000879
           PERFORM 3510-ANN-READ-PARA                                   00000880
              THRU 3510-ANN-READ-PARA-EXIT                              00000881
              UNTIL C05-ANN-EOF                                         00000882
           .                                                            00000883
       3500-ANN-PASS-PARA-EXIT.                                         00000884
           EXIT                                                         00000885
           .                                                            00000886
       3510-ANN-READ-PARA.                                              00000887
           READ ANN-PS                                                  00000888
           EVALUATE TRUE                                                00000889
           WHEN C05-ANN-SUCCESS                                         00000890
             ADD 1 TO WS-READ-CT                                        00000891
             IF DL-ANN-NEMPID = WS-LAST-NEMPID                          00000892
               GO TO 3510-ANN-READ-PARA-EXIT                            00000893
             END-IF                                                     00000894
             MOVE DL-ANN-NEMPID TO WS-LAST-NEMPID                       00000895
             MOVE DL-ANN-NEMPID TO WS-LOOK-NEMPID                       00000896
             PERFORM 3720-EMP-LOOK-PARA                                 00000897
                THRU 3720-EMP-LOOK-PARA-EXIT                            00000898
             IF NOT WS-EMP-FOUND                                        00000899
               SET WS-CAT-OANN TO TRUE                                  00000900
               MOVE DL-ANN-NEMPID TO WS-FND-KEY                         00000901
               MOVE SPACES TO WS-FND-INFO                               00000902
               STRING 'FIRST YEAR ON FILE ' DELIMITED BY SIZE           00000903
                      DL-ANN-YEAR           DELIMITED BY SIZE           00000904
                      INTO WS-FND-INFO                                  00000905
               END-STRING                                               00000906
               PERFORM 3700-FINDING-PARA                                00000907
                  THRU 3700-FINDING-PARA-EXIT                           00000908
             END-IF                                                     00000909
           WHEN C05-ANN-EOF                                             00000910
             CONTINUE                                                   00000911
           WHEN OTHER                                                   00000912
             DISPLAY 'ANN-PS READ FAILED ' WS-FST-ANN                   00000913
             MOVE 0008 TO WS-RETURN-CD                                  00000914
             MOVE 10 TO WS-FST-ANN                                      00000915
           END-EVALUATE                                                 00000916
           .                                                            00000917
       3510-ANN-READ-PARA-EXIT.                                         00000918
           EXIT                                                         00000919
           .                                                            00000920
       3600-NETKY-PASS-PARA.                                            00000921
           MOVE LOW-VALUES TO DL-NETKY-NEMPID                           00000922
           START NETKY-PS KEY IS NOT LESS THAN DL-NETKY-NEMPID          00000923
           EVALUATE TRUE                                                00000924
           WHEN C05-NETKY-SUCCESS                                       00000925
             PERFORM 3610-NETKY-READ-PARA                               00000926
                THRU 3610-NETKY-READ-PARA-EXIT                          00000927
                UNTIL C05-NETKY-EOF                                     00000928
           WHEN C05-NETKY-NOTFND                                        00000929
             CONTINUE                                                   00000930
           WHEN OTHER                                                   00000931
             DISPLAY 'NETKY-PS START FAILED ' WS-FST-NETKY              00000932
             MOVE 0008 TO WS-RETURN-CD                                  00000933
           END-EVALUATE                                                 00000934
           .                                                            00000935
       3600-NETKY-PASS-PARA-EXIT.                                       00000936
           EXIT                                                         00000937
           .                                                            00000938
       3610-NETKY-READ-PARA.                                            00000939
           READ NETKY-PS NEXT RECORD                                    00000940
           EVALUATE TRUE                                                00000941
           WHEN C05-NETKY-SUCCESS                                       00000942
             ADD 1 TO WS-READ-CT                                        00000943
             MOVE DL-NETKY-NEMPID TO WS-LOOK-NEMPID                     00000944
             PERFORM 3720-EMP-LOOK-PARA                                 00000945
                THRU 3720-EMP-LOOK-PARA-EXIT                            00000946
             IF NOT WS-EMP-FOUND                                        00000947
               SET WS-CAT-ONET TO TRUE                                  00000948
               MOVE DL-NETKY-NEMPID TO WS-FND-KEY                       00000949
               MOVE SPACES TO WS-FND-INFO                               00000950
               STRING 'LAST PAID '        DELIMITED BY SIZE             00000951
                      DL-NETKY-RUN-DATE   DELIMITED BY SIZE             00000952
                      INTO WS-FND-INFO                                  00000953
               END-STRING                                               00000954
               PERFORM 3700-FINDING-PARA                                00000955
                  THRU 3700-FINDING-PARA-EXIT                           00000956
             END-IF                                                     00000957
           WHEN C05-NETKY-EOF                                           00000958
             CONTINUE                                                   00000959
           WHEN OTHER                                                   00000960
             DISPLAY 'NETKY-PS READ FAILED ' WS-FST-NETKY               00000961
             MOVE 0008 TO WS-RETURN-CD                                  00000962
             MOVE 10 TO WS-FST-NETKY                                    00000963
           END-EVALUATE                                                 00000964
           .                                                            00000965
       3610-NETKY-READ-PARA-EXIT.                                       00000966
           EXIT                                                         00000967
           .                                                            00000968
       3650-SALKY-PASS-PARA.                                            00000969
           IF WS-KY-CUR-A                                               00000970
             MOVE LOW-VALUES TO DL-EMPKY-NEMPID                         00000971
             START EMPKYA-PS KEY IS NOT LESS THAN DL-EMPKY-NEMPID       00000972
           ELSE                                                         00000973
             MOVE LOW-VALUES TO DL-EMPKB-NEMPID                         00000974
             START EMPKYB-PS KEY IS NOT LESS THAN DL-EMPKB-NEMPID       00000975
             MOVE WS-FST-EMPKYB TO WS-FST-EMPKY                         00000976
           END-IF                                                       00000977
           EVALUATE TRUE                                                00000978
           WHEN C05-EMPKY-SUCCESS                                       00000979
             PERFORM 3660-SALKY-NEXT-PARA                               00000980
                THRU 3660-SALKY-NEXT-PARA-EXIT                          00000981
                UNTIL C05-EMPKY-EOF                                     00000982
           WHEN C05-EMPKY-NOTFND                                        00000983
             CONTINUE                                                   00000984
           WHEN OTHER                                                   00000985
             DISPLAY 'EMPSALKY START FAILED ' WS-FST-EMPKY              00000986
             MOVE 0008 TO WS-RETURN-CD                                  00000987
           END-EVALUATE                                                 00000988
           .                                                            00000989
       3650-SALKY-PASS-PARA-EXIT.                                       00000990
           EXIT                                                         00000991
           .                                                            00000992
       3660-SALKY-NEXT-PARA.                                            00000993
           IF WS-KY-CUR-A                                               00000994
             READ EMPKYA-PS NEXT RECORD                                 00000995
           ELSE                                                         00000996
             READ EMPKYB-PS NEXT RECORD                                 00000997
             MOVE WS-FST-EMPKYB TO WS-FST-EMPKY                         00000998
             IF C05-EMPKY-SUCCESS                                       00000999
               MOVE DL-EMPKB-REC TO DL-EMPKY-REC                        00001000
             END-IF                                                     00001001
           END-IF                                                       00001002
           EVALUATE TRUE                                                00001003
           WHEN C05-EMPKY-SUCCESS                                       00001004
             ADD 1 TO WS-READ-CT                                        00001005
             MOVE DL-EMPKY-NEMPID TO WS-LOOK-NEMPID                     00001006
             PERFORM 3720-EMP-LOOK-PARA                                 00001007
                THRU 3720-EMP-LOOK-PARA-EXIT                            00001008
             IF NOT WS-EMP-FOUND                                        00001009
               SET WS-CAT-OSAL TO TRUE                                  00001010
               MOVE DL-EMPKY-NEMPID TO WS-FND-KEY                       00001011
               MOVE SPACES TO WS-FND-INFO                               00001012
               STRING DL-EMPKY-EMPLNAME  DELIMITED BY SIZE              00001013
                      ' DEPT '           DELIMITED BY SIZE              00001014
                      DL-EMPKY-EMPDEPT   DELIMITED BY SIZE              00001015
                      INTO WS-FND-INFO                                  00001016
               END-STRING                                               00001017
               PERFORM 3700-FINDING-PARA                                00001018
                  THRU 3700-FINDING-PARA-EXIT                           00001019
             END-IF                                                     00001020
           WHEN C05-EMPKY-EOF                                           00001021
             CONTINUE                                                   00001022
           WHEN OTHER                                                   00001023
             DISPLAY 'EMPSALKY READ FAILED ' WS-FST-EMPKY               00001024
             MOVE 0008 TO WS-RETURN-CD                                  00001025
             MOVE 10 TO WS-FST-EMPKY                                    00001026
           END-EVALUATE                                                 00001027
           .                                                            00001028
       3660-SALKY-NEXT-PARA-EXIT.                                       00001029
           EXIT                                                         00001030
           .                                                            00001031
      *-----------------------------------------------------------      00001032
      *    RECORD ONE FINDING OF CATEGORY WS-CAT-SUB: SUSPENSE          00001033
      *    ITEM, CATEGORY COUNT, AND THE HELD REPORT LINE.              00001034
      *-----------------------------------------------------------      00001035
       3700-FINDING-PARA.                                               00001036
           ADD 1 TO WS-FIND-CT                                          00001037
           ADD 1 TO WS-CAT-CNT(WS-CAT-SUB)                              00001038
           MOVE SPACES              TO DL-SUSP-REC                      00001039
           MOVE 'PAYINTG'           TO DL-SUSP-PGM                      00001040
           MOVE WS-FND-KEY          TO DL-SUSP-KEY                      00001041
           MOVE CAT-CODE(WS-CAT-SUB) TO DL-SUSP-REASON-CD               00001042
           MOVE CAT-TEXT(WS-CAT-SUB) TO DL-SUSP-REASON-TX               00001043
           ACCEPT DL-SUSP-TIMESTAMP(1:8)  FROM DATE YYYYMMDD            00001044
           ACCEPT DL-SUSP-TIMESTAMP(9:6)  FROM TIME                     00001045
           WRITE DL-SUSP-REC                                            00001046
           IF WS-FND-CT < 2000                                          00001047
             ADD 1 TO WS-FND-CT                                         00001048
             MOVE WS-CAT-SUB  TO FND-CAT(WS-FND-CT)                     00001049
             MOVE WS-FND-KEY  TO FND-KEY(WS-FND-CT)                     00001050
             MOVE WS-FND-INFO TO FND-INFO(WS-FND-CT)                    00001051
           ELSE                                                         00001052
             IF NOT WS-FND-FULL                                         00001053
               DISPLAY 'FINDINGS TABLE FULL - LATER FINDINGS ARE '      00001054
                       'ON SUSPENSE ONLY'                               00001055
               SET WS-FND-FULL TO TRUE                                  00001056
             END-IF                                                     00001057
           END-IF                                                       00001058
           .                                                            00001059
       3700-FINDING-PARA-EXIT.                                          00001060
           EXIT                                                         00001061
           .                                                            00001062
      *-----------------------------------------------------------      00001063
      *    THE EMPLOYEE MASTER RECORD FOR WS-LOOK-NEMPID ('C' PLUS      00001064
      *    THE EMPID).  ANY OTHER KEY FORM CANNOT BE ON THE MASTER.     00001065
      *-----------------------------------------------------------      00001066
       3720-EMP-LOOK-PARA.                                              00001067
           MOVE 'N' TO WS-EMP-FOUND-SW                                  00001068
           IF WS-LOOK-NEMPID(1:1) NOT = 'C'                             00001069
             GO TO 3720-EMP-LOOK-PARA-EXIT                              00001070
           END-IF                                                       00001071
           MOVE WS-LOOK-NEMPID(2:5) TO EMT-EMPID                        00001072
           READ EMPMST-PS                                               00001073
           EVALUATE TRUE                                                00001074
           WHEN C05-EMPMST-SUCCESS                                      00001075
             MOVE 'Y' TO WS-EMP-FOUND-SW                                00001076
           WHEN C05-EMPMST-NOTFND                                       00001077
             CONTINUE                                                   00001078
           WHEN OTHER                                                   00001079
             DISPLAY 'EMPMST-PS READ FAILED ' WS-FST-EMPMST ' FOR '     00001080
                     WS-LOOK-NEMPID                                     00001081
             MOVE 0008 TO WS-RETURN-CD                                  00001082
             MOVE 'Y' TO WS-EMP-FOUND-SW                                00001083
           END-EVALUATE                                                 00001084
           .                                                            00001085
       3720-EMP-LOOK-PARA-EXIT.                                         00001086
           EXIT                                                         00001087
           .                                                            00001088
      *-----------------------------------------------------------      00001089
      *    WS-DT-IN (YYYY-MM-DD OR YYYYMMDD) AS YYYYMMDD IN             00001090
      *    WS-DT-NUM - ZERO WHEN BLANK OR UNREADABLE.                   00001091
      *-----------------------------------------------------------      00001092
       3750-DATE-NUM-PARA.                                              00001093
           MOVE ZEROES TO WS-DT-NUM                                     00001094
           IF WS-DT-IN(5:1) = '-'                                       00001095
             IF WS-DT-IN(1:4) IS NUMERIC AND                            00001096
                WS-DT-IN(6:2) IS NUMERIC AND                            00001097
                WS-DT-IN(9:2) IS NUMERIC                                00001098
               MOVE WS-DT-IN(1:4) TO WS-DT-NUM(1:4)                     00001099
               MOVE WS-DT-IN(6:2) TO WS-DT-NUM(5:2)                     00001100
               MOVE WS-DT-IN(9:2) TO WS-DT-NUM(7:2)                     00001101
             END-IF                                                     00001102
           ELSE                                                         00001103
             IF WS-DT-IN(1:8) IS NUMERIC                                00001104
               MOVE WS-DT-IN(1:8) TO WS-DT-NUM                          00001105
             END-IF                                                     00001106
           END-IF                                                       00001107
           .                                                            00001108
       3750-DATE-NUM-PARA-EXIT.                                         00001109
           EXIT                                                         00001110
           .                                                            00001111
      *-----------------------------------------------------------      00001112
      *    THE REPORT - EACH CATEGORY WITH FINDINGS, THEN THE           00001113
      *    COUNT FOR EVERY CATEGORY.                                    00001114
      *-----------------------------------------------------------      00001115
       3800-REPORT-PARA.                                                00001116
           MOVE SPACES TO RPT-REC                                       00001117
           STRING 'PAYROLL MASTER INTEGRITY SWEEP   RUN DATE: '         00001118
                  DELIMITED BY SIZE                                     00001119
                  WS-RUN-DATE DELIMITED BY SIZE                         00001120
                  '   SALARY VIEW CLUSTER ' DELIMITED BY SIZE           00001121
                  WS-KY-CUR DELIMITED BY SIZE                           00001122
                  INTO RPT-REC                                          00001123
           END-STRING                                                   00001124
           WRITE RPT-REC                                                00001125
           IF NOT WS-DEPTREF-LOADED                                     00001126
             MOVE SPACES TO RPT-REC                                     00001127
             STRING 'DEPTREF NOT AVAILABLE - DEPARTMENT CHECK SKIPPED'  00001128
                    DELIMITED BY SIZE                                   00001129
                    INTO RPT-REC                                        00001130
             END-STRING                                                 00001131
             WRITE RPT-REC                                              00001132
           END-IF                                                       00001133
           PERFORM 3810-CAT-SECTION-PARA                                00001134
              THRU 3810-CAT-SECTION-PARA-EXIT                           00001135
              VARYING CAT-IDX FROM 1 BY 1                               00001136
              UNTIL CAT-IDX > 10                                        00001137
           MOVE SPACES TO RPT-REC                                       00001138
           WRITE RPT-REC                                                00001139
           MOVE SPACES TO RPT-REC                                       00001140
           STRING 'FINDINGS BY CATEGORY' DELIMITED BY SIZE              00001141
                  INTO RPT-REC                                          00001142
           END-STRING                                                   00001143
           WRITE RPT-REC                                                00001144
           PERFORM 3830-CAT-COUNT-PARA                                  00001145
              THRU 3830-CAT-COUNT-PARA-EXIT                             00001146
              VARYING CAT-IDX FROM 1 BY 1                               00001147
              UNTIL CAT-IDX > 10                                        00001148
           MOVE WS-READ-CT TO WS-CT-ED                                  00001149
           MOVE SPACES TO RPT-REC                                       00001150
           STRING 'RECORDS EXAMINED.........: ' DELIMITED BY SIZE       00001151
                  WS-CT-ED DELIMITED BY SIZE                            00001152
                  INTO RPT-REC                                          00001153
           END-STRING                                                   00001154
           WRITE RPT-REC                                                00001155
           MOVE WS-FIND-CT TO WS-CT-ED                                  00001156
           MOVE SPACES TO RPT-REC                                       00001157
           STRING 'TOTAL FINDINGS...........: ' DELIMITED BY SIZE       00001158
                  WS-CT-ED DELIMITED BY SIZE                            00001159
                  INTO RPT-REC                                          00001160
           END-STRING                                                   00001161
           WRITE RPT-REC                                                00001162
           IF WS-FIND-CT > 0 AND WS-RETURN-CD = 0                       00001163
             MOVE 0004 TO WS-RETURN-CD                                  00001164
           END-IF                                                       00001165
           .                                                            00001166
       3800-REPORT-PARA-EXIT.                                           00001167
           EXIT                                                         00001168
           .                                                            00001169
       3810-CAT-SECTION-PARA.                                           00001170
           IF WS-CAT-CNT(CAT-IDX) = 0                                   00001171
             GO TO 3810-CAT-SECTION-PARA-EXIT                           00001172
           END-IF                                                       00001173
           MOVE WS-CAT-CNT(CAT-IDX) TO WS-CT-ED                         00001174
           MOVE SPACES TO RPT-REC                                       00001175
           WRITE RPT-REC                                                00001176
           MOVE SPACES TO RPT-REC                                       00001177
           STRING CAT-CODE(CAT-IDX) DELIMITED BY SIZE                   00001178
                  ' - '             DELIMITED BY SIZE                   00001179
                  CAT-TEXT(CAT-IDX) DELIMITED BY SIZE                   00001180
                  ' ('              DELIMITED BY SIZE                   00001181
                  WS-CT-ED          DELIMITED BY SIZE                   00001182
                  ')'               DELIMITED BY SIZE                   00001183
                  INTO RPT-REC                                          00001184
           END-STRING                                                   00001185
           WRITE RPT-REC                                                00001186
           PERFORM 3820-CAT-LINE-PARA                                   00001187
              THRU 3820-CAT-LINE-PARA-EXIT                              00001188
              VARYING FND-IDX FROM 1 BY 1                               00001189
              UNTIL FND-IDX > WS-FND-CT                                 00001190
           .                                                            00001191
       3810-CAT-SECTION-PARA-EXIT.                                      00001192
           EXIT                                                         00001193
           .                                                            00001194
       3820-CAT-LINE-PARA.                                              00001195
           SET WS-CAT-SUB TO CAT-IDX                                    00001196
           IF FND-CAT(FND-IDX) NOT = WS-CAT-SUB                         00001197
             GO TO 3820-CAT-LINE-PARA-EXIT                              00001198
           END-IF                                                       00001199
           MOVE SPACES TO RPT-REC                                       00001200
           MOVE FND-KEY(FND-IDX)  TO RPT-REC(3:20)                      00001201
           MOVE FND-INFO(FND-IDX) TO RPT-REC(25:60)                     00001202
           WRITE RPT-REC                                                00001203
           .                                                            00001204
       3820-CAT-LINE-PARA-EXIT.                                         00001205
           EXIT                                                         00001206
           .                                                            00001207
       3830-CAT-COUNT-PARA.                                             00001208
           MOVE WS-CAT-CNT(CAT-IDX) TO WS-CT-ED                         00001209
           MOVE SPACES TO RPT-REC                                       00001210
           STRING CAT-CODE(CAT-IDX) DELIMITED BY SIZE                   00001211
                  ' '               DELIMITED BY SIZE                   00001212
                  CAT-TEXT(CAT-IDX) DELIMITED BY SIZE                   00001213
                  ' '               DELIMITED BY SIZE                   00001214
                  WS-CT-ED          DELIMITED BY SIZE                   00001215
                  INTO RPT-REC                                          00001216
           END-STRING                                                   00001217
           WRITE RPT-REC                                                00001218
           .                                                            00001219
       3830-CAT-COUNT-PARA-EXIT.                                        00001220
           EXIT                                                         00001221
           .                                                            00001222
       3900-CLOSE-PARA.                                                 00001223
           CLOSE EMPMST-PS BANK-PS ELECT-PS ANN-PS NETKY-PS             00001224
                 RPT-PS SUSP-PS                                         00001225
           IF WS-KY-CUR-A                                               00001226
             CLOSE EMPKYA-PS                                            00001227
           ELSE                                                         00001228
             CLOSE EMPKYB-PS                                            00001229
           END-IF                                                       00001230
           .                                                            00001231
       3900-CLOSE-PARA-EXIT.                                            00001232
           EXIT                                                         00001233
           .                                                            00001234
       9000-TERM-PARA.                                                  00001235
           IF WS-AUDIT-IS-OPEN                                          00001236
             MOVE SPACES            TO DL-AUDIT-REC                     00001237
             MOVE 'PAYINTG'         TO DL-AUDIT-PGM                     00001238
             MOVE WS-AUDIT-START-TS TO DL-AUDIT-START-TS                00001239
             ACCEPT DL-AUDIT-END-TS(1:8) FROM DATE YYYYMMDD             00001240
             ACCEPT DL-AUDIT-END-TS(9:6) FROM TIME                      00001241
             MOVE WS-READ-CT        TO DL-AUDIT-READ-CT                 00001242
             MOVE WS-FIND-CT        TO DL-AUDIT-WRITE-CT                00001243
             MOVE WS-RETURN-CD      TO DL-AUDIT-RETURN-CD               00001244
             MOVE 'COMPLETED'       TO DL-AUDIT-STATUS-TX               00001245
             PERFORM 9100-AUDIT-CHAIN-PARA                              00001246
                THRU 9100-AUDIT-CHAIN-PARA-EXIT                         00001247
             WRITE DL-AUDIT-REC                                         00001248
             CLOSE AUDIT-PS                                             00001249
           END-IF                                                       00001250
           MOVE WS-RETURN-CD TO RETURN-CODE                             00001251
           STOP RUN                                                     00001252
           .                                                            00001253
      *-----------------------------------------------------------      00001254
      *    CHAIN THE AUDIT RECORD INTO AUDITLOG'S SEQUENCE AND          00001255
      *    HASH, WRITING THE DAY'S ANCHOR FIRST WHEN THIS IS THE        00001256
      *    FIRST RECORD OF THE DAY.                                     00001257
      *-----------------------------------------------------------      00001258
       9100-AUDIT-CHAIN-PARA.                                           00001259
           MOVE SPACES       TO DL-CHN-PARMS                            00001260
           MOVE 'NXT'        TO DL-CHN-FUNC                             00001261
           MOVE 'AUDITLOG'   TO DL-CHN-LOG                              00001262
           MOVE DL-AUDIT-END-TS(1:8) TO DL-CHN-TODAY                    00001263
           MOVE DL-AUDIT-REC TO DL-CHN-REC                              00001264
           CALL 'PAYCHAIN' USING DL-CHN-PARMS                           00001265
             ON EXCEPTION                                               00001266
               DISPLAY 'PAYCHAIN NOT AVAILABLE - AUDIT RECORD NOT '     00001267
                       'CHAINED'                                        00001268
           END-CALL                                                     00001269
           IF DL-CHN-ANCHORED                                           00001270
             WRITE DL-AUDIT-REC FROM DL-CHN-ANCHOR                      00001271
           END-IF                                                       00001272
           IF DL-CHN-OK                                                 00001273
             MOVE DL-CHN-REC TO DL-AUDIT-REC                            00001274
           END-IF                                                       00001275
           .                                                            00001276
       9100-AUDIT-CHAIN-PARA-EXIT.                                      00001277
           EXIT                                                         00001278
           .                                                            00001279

       IDENTIFICATION DIVISION.                                         00000001
       PROGRAM-ID. PAYERASE.                                            00000002
       AUTHOR. PAYROLL SYSTEMS.                                         00000003
       DATE-WRITTEN. 2026-10-15.                                        00000004
      *-----------------------------------------------------------      00000005
      *    PERSONAL-DATA ERASURE FOR LONG-DEPARTED LEAVERS.  A          00000006
      *    TERMINATED EMPLOYEE (STATUS 'T') WHOSE TERMINATION DATE      00000007
      *    IS OLDER THAN THE STATUTORY RETENTION PERIOD HAS THEIR       00000008
      *    PERSONAL DATA REPLACED WITH THE PLACEHOLDER 'ERASED' IN      00000009
      *    EVERY FILE THAT HOLDS IT:                                    00000010
      *      EMPMST    - FIRST AND LAST NAME                            00000011
      *      EMPSALKA/B - FIRST AND LAST NAME, BOTH CLUSTERS            00000012
      *      EMPBANK   - ROUTING NUMBER ZEROED, ACCOUNT NUMBER          00000013
      *                  REPLACED                                       00000014
      *      EMPMNTLG  - OLD AND NEW VALUES OF EVERY FNAME/LNAME        00000015
      *                  CHANGE THE ONLINE MAINTENANCE LOGGED, AND      00000016
      *                  OF EVERY BANKRTN/BANKACCT/BANKTYPE CHANGE      00000017
      *                  THE ONLINE BANK UPDATE LOGGED                  00000018
      *      SUSPENSE  - ANY OCCURRENCE OF THE EMPLOYEE'S NAMES IN      00000019
      *                  THE KEY OR REASON TEXT OF THEIR ITEMS,         00000020
      *                  MASKED CHARACTER FOR CHARACTER                 00000021
      *      QTRACC    - FIRST AND LAST NAME ON EVERY MONTH AND         00000022
      *                  TAX CODE OF THE QUARTERLY ACCUMULATOR          00000023
      *    AMOUNTS, DATES AND EMPLOYEE IDS ARE KEPT EVERYWHERE SO       00000024
      *    HISTORICAL TOTALS STILL TIE OUT.  THE SALARY HISTORY         00000025
      *    (EMPSALHIST, EMPSALHK), ANNACC AND NETPAYKY CARRY ONLY       00000026
      *    IDS AND AMOUNTS AND ARE NOT CHANGED.                         00000027
      *    THE RETENTION PERIOD IS THE PERSDATA CARD ON THE SHARED      00000028
      *    RETCTL DECK (COL 1-8 'PERSDATA', COL 10-14 DAYS, DEFAULT     00000029
      *    02555), AGED 30/360 AS ARCPURGE AGES ITS FILES.  AN          00000030
      *    EMPLOYEE ON THE LITIGATION HOLD LIST (LITHOLD - COL 1-5      00000031
      *    EMPID, COL 7-26 MATTER REFERENCE) IS NEVER ERASED, AND       00000032
      *    IS LISTED ON THE CERTIFICATE WITH THE MATTER HOLDING         00000033
      *    THEM.  AN EMPLOYEE ALREADY ERASED IS SKIPPED, SO THE         00000034
      *    RUN CAN BE REPEATED.                                         00000035
      *    THE KEYED FILES ARE REWRITTEN IN PLACE; THE SUSPENSE         00000036
      *    FILE IS COPIED THROUGH TO SUSPOUT, WHICH THE JOB COPIES      00000037
      *    BACK OVER THE LIVE DATASET WHEN THE RECORD COUNTS            00000038
      *    RECONCILE (RC 8 OTHERWISE).  THE CERTIFICATE REPORT          00000039
      *    SHOWS, PER ERASED EMPLOYEE, WHAT WAS ERASED IN WHICH         00000040
      *    FILE, AND THE TOTALS BY FILE.                                00000041
      *-----------------------------------------------------------      00000042
       ENVIRONMENT DIVISION.                                            00000043
       INPUT-OUTPUT SECTION.                                            00000044
       FILE-CONTROL.                                                    00000045
           SELECT EMPMST-PS ASSIGN TO EMPMST                            00000046
           ORGANIZATION IS INDEXED                                      00000047
           ACCESS IS DYNAMIC                                            00000048
           RECORD KEY IS EMT-EMPID                                      00000049
           FILE STATUS IS WS-FST-EMPMST                                 00000050
           .                                                            00000051
           SELECT EMPKYA-PS ASSIGN TO EMPSALKA                          00000052
           ORGANIZATION IS INDEXED                                      00000053
           ACCESS IS RANDOM                                             00000054
           RECORD KEY IS DL-EMPKY-NEMPID                                00000055
           FILE STATUS IS WS-FST-EMPKYA                                 00000056
           .                                                            00000057
           SELECT EMPKYB-PS ASSIGN TO EMPSALKB                          00000058
           ORGANIZATION IS INDEXED                                      00000059
           ACCESS IS RANDOM                                             00000060
           RECORD KEY IS DL-EMPKB-NEMPID                                00000061
           FILE STATUS IS WS-FST-EMPKYB                                 00000062
           .                                                            00000063
           SELECT BANK-PS ASSIGN TO EMPBANK                             00000064
           ORGANIZATION IS INDEXED                                      00000065
           ACCESS IS RANDOM                                             00000066
           RECORD KEY IS DL-BANK-NEMPID                                 00000067
           FILE STATUS IS WS-FST-BANK                                   00000068
           .                                                            00000069
           SELECT OPTIONAL MNTLG-PS ASSIGN TO EMPMNTLG                  00000070
           ORGANIZATION IS INDEXED                                      00000071
           ACCESS IS SEQUENTIAL                                         00000072
           RECORD KEY IS DL-MAINT-KEY                                   00000073
           FILE STATUS IS WS-FST-MNTLG                                  00000074
           .                                                            00000075
           SELECT OPTIONAL QTR-PS ASSIGN TO QTRACC                      00000076
           ORGANIZATION IS INDEXED                                      00000077
           ACCESS IS SEQUENTIAL                                         00000078
           RECORD KEY IS DL-QTR-KEY                                     00000079
           FILE STATUS IS WS-FST-QTR                                    00000080
           .                                                            00000081
           SELECT SUSPIN-PS ASSIGN TO SUSPIN                            00000082
           ORGANIZATION IS SEQUENTIAL                                   00000083
           ACCESS IS SEQUENTIAL                                         00000084
           FILE STATUS IS WS-FST-SUSPIN                                 00000085
           .                                                            00000086
           SELECT SUSPOUT-PS ASSIGN TO SUSPOUT                          00000087
           ORGANIZATION IS SEQUENTIAL                                   00000088
           ACCESS IS SEQUENTIAL                                         00000089
           FILE STATUS IS WS-FST-SUSPOUT                                00000090
           .                                                            00000091
           SELECT OPTIONAL RETCTL-PS ASSIGN TO RETCTL                   00000092
           ORGANIZATION IS SEQUENTIAL                                   00000093
           ACCESS IS SEQUENTIAL                                         00000094
           FILE STATUS IS WS-FST-RETCTL                                 00000095
           .                                                            00000096
           SELECT OPTIONAL HOLD-PS ASSIGN TO LITHOLD                    00000097
           ORGANIZATION IS SEQUENTIAL                                   00000098
           ACCESS IS SEQUENTIAL                                         00000099
           FILE STATUS IS WS-FST-HOLD                                   00000100
           .                                                            00000101
           SELECT RPT-PS ASSIGN TO ERASCERT                             00000102
           ORGANIZATION IS SEQUENTIAL                                   00000103
           ACCESS IS SEQUENTIAL                                         00000104
           FILE STATUS IS WS-FST-RPT                                    00000105
           .                                                            00000106
           SELECT AUDIT-PS ASSIGN TO AUDITLOG                           00000107
           ORGANIZATION IS SEQUENTIAL                                   00000108
           ACCESS IS SEQUENTIAL                                         00000109
           FILE STATUS IS WS-FST-AUDIT                                  00000110
           .                                                            00000111
       DATA DIVISION.                                                   00000112
       FILE SECTION.                                                    00000113
       FD EMPMST-PS                                                     00000114
           RECORD CONTAINS 80 CHARACTERS.                               00000115
       01 EMT-REC.                                                      00000116
         05 EMT-EMPID          PIC X(05).                               00000117
         05 F                  PIC X(01).                               00000118
         05 EMT-EMPFNAME       PIC X(10).                               00000119
         05 F                  PIC X(01).                               00000120
         05 EMT-EMPLNAME       PIC X(10).                               00000121
         05 F                  PIC X(01).                               00000122
         05 EMT-EMPRATING      PIC X(01).                               00000123
         05 F                  PIC X(01).                               00000124
         05 EMT-EMPSALARY      PIC 9(06).                               00000125
         05 F                  PIC X(01).                               00000126
         05 EMT-EMPDEPT        PIC X(04).                               00000127
         05 F                  PIC X(01).                               00000128
         05 EMT-EMPGROUP       PIC X(02).                               00000129
         05 F                  PIC X(01).                               00000130
         05 EMT-HIREDATE       PIC X(10).                               00000131
         05 F                  PIC X(01).                               00000132
         05 EMT-EMPSTATUS      PIC X(01).                               00000133
         05 F                  PIC X(01).                               00000134
         05 EMT-TERMDATE       PIC X(10).                               00000135
         05 F                  PIC X(01).                               00000136
         05 EMT-PAYTYPE        PIC X(01).                               00000137
         05 F                  PIC X(01).                               00000138
         05 EMT-HRRATE         PIC 9(04)V9(02).                         00000139
         05 EMT-REVMONTH       PIC X(02).                               00000140
         05 F                  PIC X(01).                               00000141
       FD EMPKYA-PS                                                     00000142
           RECORD CONTAINS 80 CHARACTERS.                               00000143
           COPY DLEMPKY.                                                00000144
       FD EMPKYB-PS                                                     00000145
           RECORD CONTAINS 80 CHARACTERS.                               00000146
           COPY DLEMPKY REPLACING LEADING ==DL-EMPKY== BY               00000147
                                         ==DL-EMPKB==.                  00000148
       FD BANK-PS                                                       00000149
           RECORD CONTAINS 80 CHARACTERS.                               00000150
           COPY DLBANK.                                                 00000151
       FD MNTLG-PS                                                      00000152
           RECORD CONTAINS 100 CHARACTERS.                              00000153
           COPY DLMAINT.                                                00000154
       FD QTR-PS                                                        00000155
           RECORD CONTAINS 80 CHARACTERS.                               00000156
           COPY DLQTRACC.                                               00000157
       FD SUSPIN-PS                                                     00000158
           RECORD CONTAINS 80 CHARACTERS.                               00000159
           COPY DLSUSP.                                                 00000160
       FD SUSPOUT-PS                                                    00000161
           RECORD CONTAINS 80 CHARACTERS.                               00000162
       01 SUSPOUT-REC             PIC X(80).                            00000163
       FD RETCTL-PS                                                     00000164
           RECORD CONTAINS 80 CHARACTERS.                               00000165
       01 RETCTL-REC.                                                   00000166
         05 RET-KEYWORD         PIC X(08).                              00000167
         05 F                   PIC X(01).                              00000168
         05 RET-DAYS            PIC 9(05).                              00000169
         05 F                   PIC X(66).                              00000170
       FD HOLD-PS                                                       00000171
           RECORD CONTAINS 80 CHARACTERS.                               00000172
       01 HOLD-REC.                                                     00000173
         05 HLD-EMPID           PIC X(05).                              00000174
         05 F                   PIC X(01).                              00000175
         05 HLD-MATTER          PIC X(20).                              00000176
         05 F                   PIC X(54).                              00000177
       FD RPT-PS                                                        00000178
           RECORD CONTAINS 132 CHARACTERS.                              00000179
       01 RPT-REC                PIC X(132).                            00000180
       FD AUDIT-PS                                                      00000181
           RECORD CONTAINS 100 CHARACTERS.                              00000182
           COPY DLAUDIT.                                                00000183
       WORKING-STORAGE SECTION.                                         00000184
       01 WS-VARS.                                                      00000185
         05 WS-FST-EMPMST PIC 9(02).                                    00000186
           88 C05-EMPMST-SUCCESS VALUE 00.                              00000187
           88 C05-EMPMST-EOF     VALUE 10.                              00000188
         05 WS-FST-EMPKYA PIC 9(02).                                    00000189
           88 C05-EMPKYA-SUCCESS VALUE 00.                              00000190
           88 C05-EMPKYA-NOTFND  VALUE 23.                              00000191
         05 WS-FST-EMPKYB PIC 9(02).                                    00000192
           88 C05-EMPKYB-SUCCESS VALUE 00.                              00000193
           88 C05-EMPKYB-NOTFND  VALUE 23.                              00000194
         05 WS-FST-BANK   PIC 9(02).                                    00000195
           88 C05-BANK-SUCCESS   VALUE 00.                              00000196
           88 C05-BANK-NOTFND    VALUE 23.                              00000197
         05 WS-FST-MNTLG  PIC 9(02).                                    00000198
           88 C05-MNTLG-SUCCESS  VALUE 00 05.                           00000199
           88 C05-MNTLG-EOF      VALUE 10.                              00000200
         05 WS-MNTLG-OPEN-SW PIC X(01) VALUE 'N'.                       00000201
           88 WS-MNTLG-IS-OPEN   VALUE 'Y'.                             00000202
         05 WS-FST-QTR    PIC 9(02).                                    00000203
           88 C05-QTR-SUCCESS    VALUE 00 05.                           00000204
           88 C05-QTR-EOF        VALUE 10.                              00000205
         05 WS-QTR-OPEN-SW   PIC X(01) VALUE 'N'.                       00000206
           88 WS-QTR-IS-OPEN     VALUE 'Y'.                             00000207
         05 WS-FST-SUSPIN PIC 9(02).                                    00000208
           88 C05-SUSPIN-SUCCESS VALUE 00.                              00000209
           88 C05-SUSPIN-EOF     VALUE 10.                              00000210
         05 WS-FST-SUSPOUT PIC 9(02).                                   00000211
         05 WS-FST-RETCTL PIC 9(02).                                    00000212
           88 C05-RETCTL-SUCCESS VALUE 00 05.                           00000213
           88 C05-RETCTL-EOF     VALUE 10.                              00000214
         05 WS-FST-HOLD   PIC 9(02).                                    00000215
           88 C05-HOLD-SUCCESS   VALUE 00 05.                           00000216
           88 C05-HOLD-EOF       VALUE 10.                              00000217
         05 WS-FST-RPT    PIC 9(02).                                    00000218
           88 C05-RPT-SUCCESS    VALUE 00.                              00000219
         05 WS-FST-AUDIT  PIC 9(02).                                    00000220
           88 C05-AUDIT-SUCCESS  VALUE 00.                              00000221
         05 WS-AUDIT-OPEN-SW PIC X(01) VALUE 'N'.                       00000222
           88 WS-AUDIT-IS-OPEN   VALUE 'Y'.                             00000223
         05 WS-AUDIT-START-TS  PIC X(15).                               00000224
         05 WS-ASOF-DATE       PIC X(10).                               00000225
         05 WS-ASOF-NUM.                                                00000226
           10 WS-ASOF-YEAR     PIC 9(04).                               00000227
           10 WS-ASOF-MONTH    PIC 9(02).                               00000228
           10 WS-ASOF-DAY      PIC 9(02).                               00000229
         05 WS-ITEM-NUM.                                                00000230
           10 WS-ITEM-YEAR     PIC 9(04).                               00000231
           10 WS-ITEM-MONTH    PIC 9(02).                               00000232
           10 WS-ITEM-DAY      PIC 9(02).                               00000233
         05 WS-ITEM-DATE       PIC X(10).                               00000234
         05 WS-AGE-DAYS        PIC S9(06).                              00000235
         05 WS-RET-DAYS        PIC 9(05) VALUE 02555.                   00000236
         05 WS-READ-CT         PIC 9(08) VALUE ZEROES.                  00000237
         05 WS-WRITE-CT        PIC 9(08) VALUE ZEROES.                  00000238
         05 WS-CT-ED           PIC ZZZZZ9.                              00000239
         05 WS-RETURN-CD       PIC 9(04) VALUE ZEROES.                  00000240
      *-----------------------------------------------------------      00000241
      *    THE PLACEHOLDER WRITTEN OVER EVERY ERASED FIELD, AND THE     00000242
      *    MASK FOR A NAME FOUND INSIDE FREE TEXT.                      00000243
      *-----------------------------------------------------------      00000244
         05 WS-PLACEHOLDER     PIC X(10) VALUE 'ERASED'.                00000245
         05 WS-NAME-MASK       PIC X(10) VALUE ALL '*'.                 00000246
      *-----------------------------------------------------------      00000247
      *    LITIGATION HOLD LIST.                                        00000248
      *-----------------------------------------------------------      00000249
         05 WS-HOLD-CT         PIC 9(04) VALUE ZEROES.                  00000250
         05 WS-HOLD-TBL OCCURS 500 TIMES INDEXED BY HLD-IDX.            00000251
           10 HT-EMPID         PIC X(05).                               00000252
           10 HT-MATTER        PIC X(20).                               00000253
           10 HT-USED-SW       PIC X(01).                               00000254
         05 WS-HELD-SW         PIC X(01).                               00000255
           88 WS-IS-HELD       VALUE 'Y'.                               00000256
      *-----------------------------------------------------------      00000257
      *    EMPLOYEES ERASED THIS RUN, IN EMPID ORDER, WITH THE          00000258
      *    NAMES THE LOGS ARE SCRUBBED OF AND WHAT WAS ERASED           00000259
      *    WHERE FOR THE CERTIFICATE.                                   00000260
      *-----------------------------------------------------------      00000261
         05 WS-ERS-CT          PIC 9(04) VALUE ZEROES.                  00000262
         05 WS-ERS-TBL OCCURS 2000 TIMES INDEXED BY ERS-IDX.            00000263
           10 ER-EMPID         PIC X(05).                               00000264
           10 ER-FNAME         PIC X(10).                               00000265
           10 ER-LNAME         PIC X(10).                               00000266
           10 ER-TERMDATE      PIC X(10).                               00000267
           10 ER-KYA-SW        PIC X(01).                               00000268
           10 ER-KYB-SW        PIC X(01).                               00000269
           10 ER-BANK-SW       PIC X(01).                               00000270
           10 ER-MNT-CT        PIC 9(04).                               00000271
           10 ER-SUSP-CT       PIC 9(04).                               00000272
           10 ER-QTR-CT        PIC 9(04).                               00000273
         05 WS-ERS-FULL-SW     PIC X(01) VALUE 'N'.                     00000274
           88 WS-ERS-FULL      VALUE 'Y'.                               00000275
         05 WS-LOOK-EMPID      PIC X(05).                               00000276
         05 WS-ERS-FOUND-SW    PIC X(01).                               00000277
           88 WS-ERS-FOUND     VALUE 'Y'.                               00000278
         05 WS-NEMPID          PIC X(06).                               00000279
         05 WS-NM              PIC X(10).                               00000280
         05 WS-NM-LEN          PIC 9(02).                               00000281
         05 WS-SUSP-SAVE       PIC X(80).                               00000282
      *-----------------------------------------------------------      00000283
      *    COUNTS BY FILE FOR THE CERTIFICATE.                          00000284
      *-----------------------------------------------------------      00000285
         05 WS-TERM-CT         PIC 9(06) VALUE ZEROES.                  00000286
         05 WS-DUE-CT          PIC 9(06) VALUE ZEROES.                  00000287
         05 WS-HELD-CT         PIC 9(06) VALUE ZEROES.                  00000288
         05 WS-PRIOR-CT        PIC 9(06) VALUE ZEROES.                  00000289
         05 WS-NODATE-CT       PIC 9(06) VALUE ZEROES.                  00000290
         05 WS-MST-CT          PIC 9(06) VALUE ZEROES.                  00000291
         05 WS-KYA-CT          PIC 9(06) VALUE ZEROES.                  00000292
         05 WS-KYB-CT          PIC 9(06) VALUE ZEROES.                  00000293
         05 WS-BANK-CT         PIC 9(06) VALUE ZEROES.                  00000294
         05 WS-MNT-CT          PIC 9(06) VALUE ZEROES.                  00000295
         05 WS-SUSP-CT         PIC 9(06) VALUE ZEROES.                  00000296
         05 WS-QTR-CT          PIC 9(06) VALUE ZEROES.                  00000297
         05 WS-SUSP-IN-CT      PIC 9(08) VALUE ZEROES.                  00000298
         05 WS-SUSP-OUT-CT     PIC 9(08) VALUE ZEROES.                  00000299
         05 WS-CT-ED-8A        PIC ZZZZZZZ9.                            00000300
         05 WS-CT-ED-8B        PIC ZZZZZZZ9.                            00000301
         05 WS-RUNC-PARMS.                                              00000302
           10 WS-RUNC-FUNC   PIC X(03).                                 00000303
           10 WS-RUNC-PGM    PIC X(08).                                 00000304
           10 WS-RUNC-DATE   PIC X(10).                                 00000305
           10 WS-RUNC-RESULT PIC X(01).                                 00000306
       COPY DLCHAIN.                                                    00000307
       LINKAGE SECTION.                                                 00000308
       01 LK-PARM-REC.                                                  00000309
           05 LK-ASOF-DATE   PIC X(10).                                 00000310
       PROCEDURE DIVISION USING LK-PARM-REC.                            00000311
       0000-MAIN-PARA.                                                  00000312
           PERFORM 1000-INIT-PARA                                       00000313
              THRU 1000-INIT-PARA-EXIT                                  00000314
           PERFORM 3000-PROC-PARA                                       00000315
              THRU 3000-PROC-PARA-EXIT                                  00000316
           PERFORM 9000-TERM-PARA                                       00000317
           .                                                            00000318
       1000-INIT-PARA.                                                  00000319
           ACCEPT WS-AUDIT-START-TS(1:8) FROM DATE YYYYMMDD             00000320
           ACCEPT WS-AUDIT-START-TS(9:6) FROM TIME                      00000321
           IF LK-ASOF-DATE = SPACES OR LK-ASOF-DATE = LOW-VALUES        00000322
               ACCEPT WS-ASOF-DATE(1:8) FROM DATE YYYYMMDD              00000323
               END-ACCEPT                                               00000324
           ELSE                                                         00000325
               MOVE LK-ASOF-DATE TO WS-ASOF-DATE                        00000326
           END-IF                                                       00000327
           IF WS-ASOF-DATE(5:1) = '-'                                   00000328
             MOVE WS-ASOF-DATE(1:4) TO WS-ASOF-YEAR                     00000329
             MOVE WS-ASOF-DATE(6:2) TO WS-ASOF-MONTH                    00000330
             MOVE WS-ASOF-DATE(9:2) TO WS-ASOF-DAY                      00000331
           ELSE                                                         00000332
             MOVE WS-ASOF-DATE(1:4) TO WS-ASOF-YEAR                     00000333
             MOVE WS-ASOF-DATE(5:2) TO WS-ASOF-MONTH                    00000334
             MOVE WS-ASOF-DATE(7:2) TO WS-ASOF-DAY                      00000335
           END-IF                                                       00000336
           PERFORM 1100-RUNCTL-CHECK-PARA                               00000337
              THRU 1100-RUNCTL-CHECK-PARA-EXIT                          00000338
           PERFORM 1300-RETCTL-PARA                                     00000339
              THRU 1300-RETCTL-PARA-EXIT                                00000340
           PERFORM 1400-HOLD-PARA                                       00000341
              THRU 1400-HOLD-PARA-EXIT                                  00000342
           .                                                            00000343
       1000-INIT-PARA-EXIT.                                             00000344
           EXIT                                                         00000345
           .                                                            00000346
       1100-RUNCTL-CHECK-PARA.                                          00000347
           MOVE 'CHK'        TO WS-RUNC-FUNC                            00000348
           MOVE 'PAYERASE'   TO WS-RUNC-PGM                             00000349
           MOVE WS-ASOF-DATE TO WS-RUNC-DATE                            00000350
           CALL 'PAYRUNC' USING WS-RUNC-PARMS                           00000351
             ON EXCEPTION                                               00000352
               DISPLAY 'PAYRUNC NOT AVAILABLE - RUN-CONTROL CHECK '     00000353
                       'SKIPPED'                                        00000354
               MOVE 'N' TO WS-RUNC-RESULT                               00000355
           END-CALL                                                     00000356
           IF WS-RUNC-RESULT = 'Y'                                      00000357
             DISPLAY 'PAYERASE ALREADY COMPLETED FOR BUSINESS DATE '    00000358
                     WS-ASOF-DATE                                       00000359
             DISPLAY 'RERUN REFUSED - APPEND AN OVERRIDE RECORD TO '    00000360
                     'RUNCTLF FOR A FORCED RERUN'                       00000361
             MOVE 0012 TO RETURN-CODE                                   00000362
             STOP RUN                                                   00000363
           END-IF                                                       00000364
           .                                                            00000365
       1100-RUNCTL-CHECK-PARA-EXIT.                                     00000366
           EXIT                                                         00000367
           .                                                            00000368
       1200-RUNCTL-MARK-PARA.                                           00000369
           MOVE 'UPD'        TO WS-RUNC-FUNC                            00000370
           MOVE 'PAYERASE'   TO WS-RUNC-PGM                             00000371
           MOVE WS-ASOF-DATE TO WS-RUNC-DATE                            00000372
           CALL 'PAYRUNC' USING WS-RUNC-PARMS                           00000373
             ON EXCEPTION                                               00000374
               DISPLAY 'PAYRUNC NOT AVAILABLE - RUN NOT MARKED '        00000375
                       'COMPLETE'                                       00000376
           END-CALL                                                     00000377
           .                                                            00000378
       1200-RUNCTL-MARK-PARA-EXIT.                                      00000379
           EXIT                                                         00000380
           .                                                            00000381
      *-----------------------------------------------------------      00000382
      *    THE PERSDATA CARD ON THE SHARED RETENTION DECK.  THE         00000383
      *    OTHER KEYWORDS ARE ARCPURGE'S AND ARE PASSED OVER.           00000384
      *-----------------------------------------------------------      00000385
       1300-RETCTL-PARA.                                                00000386
           OPEN INPUT RETCTL-PS                                         00000387
           EVALUATE TRUE                                                00000388
           WHEN C05-RETCTL-SUCCESS                                      00000389
             PERFORM 1310-RETCTL-READ-PARA                              00000390
                THRU 1310-RETCTL-READ-PARA-EXIT                         00000391
                UNTIL C05-RETCTL-EOF                                    00000392
             CLOSE RETCTL-PS                                            00000393
           WHEN OTHER                                                   00000394
             DISPLAY 'RETCTL NOT AVAILABLE - DEFAULT RETENTION '        00000395
                     '2555 DAYS'                                        00000396
           END-EVALUATE                                                 00000397
           DISPLAY 'PERSONAL DATA RETENTION DAYS: ' WS-RET-DAYS         00000398
           .                                                            00000399
       1300-RETCTL-PARA-EXIT.                                           00000400
           EXIT                                                         00000401
           .                                                            00000402
       1310-RETCTL-READ-PARA.                                           00000403
           READ RETCTL-PS                                               00000404
           EVALUATE TRUE                                                00000405
           WHEN C05-RETCTL-SUCCESS                                      00000406
             IF RET-KEYWORD = 'PERSDATA' AND RET-DAYS IS NUMERIC        00000407
               MOVE RET-DAYS TO WS-RET-DAYS                             00000408
             END-IF                                                     00000409
           WHEN C05-RETCTL-EOF                                          00000410
             CONTINUE                                                   00000411
           WHEN OTHER                                                   00000412
             DISPLAY 'RETCTL READ FAILED ' WS-FST-RETCTL                00000413
             MOVE 10 TO WS-FST-RETCTL                                   00000414
           END-EVALUATE                                                 00000415
           .                                                            00000416
       1310-RETCTL-READ-PARA-EXIT.                                      00000417
           EXIT                                                         00000418
           .                                                            00000419
      *-----------------------------------------------------------      00000420
      *    LITIGATION HOLDS.  NO HOLD LIST MEANS NO HOLDS - THE         00000421
      *    JOB ALWAYS SUPPLIES THE DECK, EVEN EMPTY.                    00000422
      *-----------------------------------------------------------      00000423
       1400-HOLD-PARA.                                                  00000424
           OPEN INPUT HOLD-PS                                           00000425
           EVALUATE TRUE                                                00000426
           WHEN C05-HOLD-SUCCESS                                        00000427
             PERFORM 1410-HOLD-READ-PARA                                00000428
                THRU 1410-HOLD-READ-PARA-EXIT                           00000429
                UNTIL C05-HOLD-EOF                                      00000430
             CLOSE HOLD-PS                                              00000431
           WHEN OTHER                                                   00000432
             DISPLAY 'LITHOLD NOT AVAILABLE - NO LITIGATION HOLDS'      00000433
           END-EVALUATE                                                 00000434
           DISPLAY 'LITIGATION HOLDS LOADED: ' WS-HOLD-CT               00000435
           .                                                            00000436
       1400-HOLD-PARA-EXIT.                                             00000437
           EXIT                                                         00000438
           .                                                            00000439
       1410-HOLD-READ-PARA.                                             00000440
           READ HOLD-PS                                                 00000441
           EVALUATE TRUE                                                00000442
           WHEN C05-HOLD-SUCCESS                                        00000443
             IF HLD-EMPID = SPACES                                      00000444
               GO TO 1410-HOLD-READ-PARA-EXIT                           00000445
             END-IF                                                     00000446
             IF WS-HOLD-CT < 500                                        00000447
               ADD 1 TO WS-HOLD-CT                                      00000448
               MOVE HLD-EMPID  TO HT-EMPID(WS-HOLD-CT)                  00000449
               MOVE HLD-MATTER TO HT-MATTER(WS-HOLD-CT)                 00000450
               MOVE 'N'        TO HT-USED-SW(WS-HOLD-CT)                00000451
             ELSE                                                       00000452
      *        A HOLD THAT CANNOT BE LOADED COULD LET A HELD            00000453
      *        EMPLOYEE BE ERASED - STOP BEFORE ANYTHING IS TOUCHED.    00000454
               DISPLAY 'LITIGATION HOLD TABLE FULL AT 500 - RUN '       00000455
                       'STOPPED'                                        00000456
               MOVE 0008 TO WS-RETURN-CD                                00000457
               PERFORM 9000-TERM-PARA                                   00000458
             END-IF                                                     00000459
           WHEN C05-HOLD-EOF                                            00000460
             CONTINUE                                                   00000461
           WHEN OTHER                                                   00000462
             DISPLAY 'LITHOLD READ FAILED ' WS-FST-HOLD                 00000463
               ' - RUN STOPPED'                                         00000464
             MOVE 0008 TO WS-RETURN-CD                                  00000465
             PERFORM 9000-TERM-PARA                                     00000466
           END-EVALUATE                                                 00000467
           .                                                            00000468
       1410-HOLD-READ-PARA-EXIT.                                        00000469
           EXIT                                                         00000470
           .                                                            00000471
       1450-HOLD-CHECK-PARA.                                            00000472
           MOVE 'N' TO WS-HELD-SW                                       00000473
           PERFORM 1460-HOLD-SCAN-PARA                                  00000474
              THRU 1460-HOLD-SCAN-PARA-EXIT                             00000475
              VARYING HLD-IDX FROM 1 BY 1                               00000476
              UNTIL HLD-IDX > WS-HOLD-CT OR WS-IS-HELD                  00000477
           .                                                            00000478
       1450-HOLD-CHECK-PARA-EXIT.                                       00000479
           EXIT                                                         00000480
           .                                                            00000481
       1460-HOLD-SCAN-PARA.                                             00000482
           IF HT-EMPID(HLD-IDX) = EMT-EMPID                             00000483
             MOVE 'Y' TO WS-HELD-SW                                     00000484
             MOVE 'Y' TO HT-USED-SW(HLD-IDX)                            00000485
             PERFORM 3290-HELD-LINE-PARA                                00000486
                THRU 3290-HELD-LINE-PARA-EXIT                           00000487
           END-IF                                                       00000488
           .                                                            00000489
       1460-HOLD-SCAN-PARA-EXIT.                                        00000490
           EXIT                                                         00000491
           .                                                            00000492
       3000-PROC-PARA.                                                  00000493
           PERFORM 3100-OPEN-PARA                                       00000494
              THRU 3100-OPEN-PARA-EXIT                                  00000495
           PERFORM 3150-TITLE-PARA                                      00000496
              THRU 3150-TITLE-PARA-EXIT                                 00000497
           PERFORM 3200-MST-PASS-PARA                                   00000498
              THRU 3200-MST-PASS-PARA-EXIT                              00000499
           PERFORM 3400-MNTLG-PASS-PARA                                 00000500
              THRU 3400-MNTLG-PASS-PARA-EXIT                            00000501
           PERFORM 3500-SUSP-PASS-PARA                                  00000502
              THRU 3500-SUSP-PASS-PARA-EXIT                             00000503
           PERFORM 3600-QTR-PASS-PARA                                   00000504
              THRU 3600-QTR-PASS-PARA-EXIT                              00000505
           PERFORM 3800-CERT-PARA                                       00000506
              THRU 3800-CERT-PARA-EXIT                                  00000507
           PERFORM 3900-CLOSE-PARA                                      00000508
              THRU 3900-CLOSE-PARA-EXIT                                 00000509
           IF WS-RETURN-CD < 8                                          00000510
             PERFORM 1200-RUNCTL-MARK-PARA                              00000511
                THRU 1200-RUNCTL-MARK-PARA-EXIT                         00000512
           END-IF                                                       00000513
           .                                                            00000514
       3000-PROC-PARA-EXIT.                                             00000515
           EXIT                                                         00000516
           .                                                            00000517
       3100-OPEN-PARA.                                                  00000518
           OPEN I-O EMPMST-PS                                           00000519
           EVALUATE TRUE                                                00000520
           WHEN C05-EMPMST-SUCCESS                                      00000521
             DISPLAY 'EMPMST-PS OPENED'                                 00000522
           WHEN OTHER                                                   00000523
             DISPLAY 'EMPMST-PS OPEN FAILED ' WS-FST-EMPMST             00000524
             MOVE 0008 TO WS-RETURN-CD                                  00000525
             PERFORM 9000-TERM-PARA                                     00000526
           END-EVALUATE                                                 00000527
           OPEN I-O EMPKYA-PS                                           00000528
           EVALUATE TRUE                                                00000529
           WHEN C05-EMPKYA-SUCCESS                                      00000530
             DISPLAY 'EMPKYA-PS OPENED'                                 00000531
           WHEN OTHER                                                   00000532
             DISPLAY 'EMPKYA-PS OPEN FAILED ' WS-FST-EMPKYA             00000533
             MOVE 0008 TO WS-RETURN-CD                                  00000534
             PERFORM 9000-TERM-PARA                                     00000535
           END-EVALUATE                                                 00000536
           OPEN I-O EMPKYB-PS                                           00000537
           EVALUATE TRUE                                                00000538
           WHEN C05-EMPKYB-SUCCESS                                      00000539
             DISPLAY 'EMPKYB-PS OPENED'                                 00000540
           WHEN OTHER                                                   00000541
             DISPLAY 'EMPKYB-PS OPEN FAILED ' WS-FST-EMPKYB             00000542
             MOVE 0008 TO WS-RETURN-CD                                  00000543
             PERFORM 9000-TERM-PARA                                     00000544
           END-EVALUATE                                                 00000545
           OPEN I-O BANK-PS                                             00000546
           EVALUATE TRUE                                                00000547
           WHEN C05-BANK-SUCCESS                                        00000548
             DISPLAY 'BANK-PS OPENED'                                   00000549
           WHEN OTHER                                                   00000550
             DISPLAY 'BANK-PS OPEN FAILED ' WS-FST-BANK                 00000551
             MOVE 0008 TO WS-RETURN-CD                                  00000552
             PERFORM 9000-TERM-PARA                                     00000553
           END-EVALUATE                                                 00000554
           OPEN I-O MNTLG-PS                                            00000555
           EVALUATE TRUE                                                00000556
           WHEN C05-MNTLG-SUCCESS                                       00000557
             DISPLAY 'MNTLG-PS OPENED'                                  00000558
             SET WS-MNTLG-IS-OPEN TO TRUE                               00000559
           WHEN OTHER                                                   00000560
             DISPLAY 'EMPMNTLG NOT AVAILABLE - MAINTENANCE LOG NOT '    00000561
                     'ERASED ' WS-FST-MNTLG                             00000562
             MOVE 0004 TO WS-RETURN-CD                                  00000563
           END-EVALUATE                                                 00000564
           OPEN I-O QTR-PS                                              00000565
           EVALUATE TRUE                                                00000566
           WHEN C05-QTR-SUCCESS                                         00000567
             DISPLAY 'QTR-PS OPENED'                                    00000568
             SET WS-QTR-IS-OPEN TO TRUE                                 00000569
           WHEN OTHER                                                   00000570
             DISPLAY 'QTRACC NOT AVAILABLE - QUARTERLY ACCUMULATOR '    00000571
                     'NOT ERASED ' WS-FST-QTR                           00000572
             MOVE 0004 TO WS-RETURN-CD                                  00000573
           END-EVALUATE                                                 00000574
           OPEN INPUT SUSPIN-PS                                         00000575
           OPEN OUTPUT SUSPOUT-PS                                       00000576
           IF WS-FST-SUSPIN NOT = 00 OR WS-FST-SUSPOUT NOT = 00         00000577
             DISPLAY 'SUSPENSE OPEN FAILED ' WS-FST-SUSPIN ' '          00000578
                     WS-FST-SUSPOUT                                     00000579
             MOVE 0008 TO WS-RETURN-CD                                  00000580
             PERFORM 9000-TERM-PARA                                     00000581
           END-IF                                                       00000582
           OPEN OUTPUT RPT-PS                                           00000583
           EVALUATE TRUE                                                00000584
           WHEN C05-RPT-SUCCESS                                         00000585
             DISPLAY 'RPT-PS OPENED'                                    00000586
           WHEN OTHER                                                   00000587
             DISPLAY 'RPT-PS OPEN FAILED ' WS-FST-RPT                   00000588
             MOVE 0008 TO WS-RETURN-CD                                  00000589
             PERFORM 9000-TERM-PARA                                     00000590
           END-EVALUATE                                                 00000591
           OPEN EXTEND AUDIT-PS                                         00000592
           EVALUATE TRUE                                                00000593
           WHEN C05-AUDIT-SUCCESS                                       00000594
             DISPLAY 'AUDIT-PS OPENED'                                  00000595
             SET WS-AUDIT-IS-OPEN TO TRUE                               00000596
           WHEN OTHER                                                   00000597
             DISPLAY 'AUDIT-PS OPEN FAILED ' WS-FST-AUDIT               00000598
             MOVE 0008 TO WS-RETURN-CD                                  00000599
             PERFORM 9000-TERM-PARA                                     00000600
           END-EVALUATE                                                 00000601
           .                                                            00000602
       3100-OPEN-PARA-EXIT.                                             00000603
           EXIT                                                         00000604
           .                                                            00000605
       3150-TITLE-PARA.                                                 00000606
           MOVE WS-RET-DAYS TO WS-CT-ED                                 00000607
           MOVE SPACES TO RPT-REC                                       00000608
           STRING 'PERSONAL DATA ERASURE CERTIFICATE   AS OF: '         00000609
                  DELIMITED BY SIZE                                     00000610
                  WS-ASOF-DATE DELIMITED BY SIZE                        00000611
                  '   RETENTION DAYS AFTER TERMINATION: '               00000612
                  DELIMITED BY SIZE                                     00000613
                  WS-CT-ED DELIMITED BY SIZE                            00000614
                  INTO RPT-REC                                          00000615
           END-STRING                                                   00000616
           WRITE RPT-REC                                                00000617
           MOVE SPACES TO RPT-REC                                       00000618
           STRING 'PLACEHOLDER: ''' DELIMITED BY SIZE                   00000619
                  WS-PLACEHOLDER DELIMITED BY SPACE                     00000620
                  '''  -  AMOUNTS, DATES AND EMPLOYEE IDS RETAINED'     00000621
                  DELIMITED BY SIZE                                     00000622
                  INTO RPT-REC                                          00000623
           END-STRING                                                   00000624
           WRITE RPT-REC                                                00000625
           MOVE SPACES TO RPT-REC                                       00000626
           WRITE RPT-REC                                                00000627
           MOVE SPACES TO RPT-REC                                       00000628
           STRING 'LITIGATION HOLDS - PAST RETENTION, NOT ERASED'       00000629
                  DELIMITED BY SIZE                                     00000630
                  INTO RPT-REC                                          00000631
           END-STRING                                                   00000632
           WRITE RPT-REC                                                00000633
           MOVE SPACES TO RPT-REC                                       00000634
           STRING '  EMPID  TERMINATED  MATTER' DELIMITED BY SIZE       00000635
                  INTO RPT-REC                                          00000636
           END-STRING                                                   00000637
           WRITE RPT-REC                                                00000638
           .                                                            00000639
       3150-TITLE-PARA-EXIT.                                            00000640
           EXIT                                                         00000641
           .                                                            00000642
      *-----------------------------------------------------------      00000643
      *    30/360 AGE OF WS-ITEM-DATE AGAINST THE AS-OF DATE.           00000644
      *    A DATE ARRIVES EITHER AS YYYYMMDD OR YYYY-MM-DD; ONE         00000645
      *    THAT IS NEITHER AGES ZERO.                                   00000646
      *-----------------------------------------------------------      00000647
       3170-AGE-PARA.                                                   00000648
           IF WS-ITEM-DATE(5:1) = '-'                                   00000649
             IF WS-ITEM-DATE(1:4) IS NUMERIC AND                        00000650
                WS-ITEM-DATE(6:2) IS NUMERIC AND                        00000651
                WS-ITEM-DATE(9:2) IS NUMERIC                            00000652
               MOVE WS-ITEM-DATE(1:4) TO WS-ITEM-YEAR                   00000653
               MOVE WS-ITEM-DATE(6:2) TO WS-ITEM-MONTH                  00000654
               MOVE WS-ITEM-DATE(9:2) TO WS-ITEM-DAY                    00000655
             ELSE                                                       00000656
               MOVE ZEROES TO WS-AGE-DAYS                               00000657
               GO TO 3170-AGE-PARA-EXIT                                 00000658
             END-IF                                                     00000659
           ELSE                                                         00000660
             IF WS-ITEM-DATE(1:8) IS NUMERIC                            00000661
               MOVE WS-ITEM-DATE(1:4) TO WS-ITEM-YEAR                   00000662
               MOVE WS-ITEM-DATE(5:2) TO WS-ITEM-MONTH                  00000663
               MOVE WS-ITEM-DATE(7:2) TO WS-ITEM-DAY                    00000664
             ELSE                                                       00000665
               MOVE ZEROES TO WS-AGE-DAYS                               00000666
               GO TO 3170-AGE-PARA-EXIT                                 00000667
             END-IF                                                     00000668
           END-IF                                                       00000669
           COMPUTE WS-AGE-DAYS =                                        00000670
               (WS-ASOF-YEAR - WS-ITEM-YEAR) * 360                      00000671
             + (WS-ASOF-MONTH - WS-ITEM-MONTH) * 30                     00000672
             + (WS-ASOF-DAY - WS-ITEM-DAY)                              00000673
           IF WS-AGE-DAYS < 0                                           00000674
             MOVE ZEROES TO WS-AGE-DAYS                                 00000675
           END-IF                                                       00000676
           .                                                            00000677
       3170-AGE-PARA-EXIT.                                              00000678
           EXIT                                                         00000679
           .                                                            00000680
      *-----------------------------------------------------------      00000681
      *    MASTER PASS - PICK THE LEAVERS DUE FOR ERASURE AND ERASE     00000682
      *    THE MASTER, SALARY VIEW AND BANK RECORDS AS EACH IS          00000683
      *    FOUND.  THE MASTER IS IN EMPID ORDER, SO THE ERASED          00000684
      *    TABLE IS TOO.                                                00000685
      *-----------------------------------------------------------      00000686
       3200-MST-PASS-PARA.                                              00000687
           PERFORM 3210-MST-READ-PARA                                   00000688
              THRU 3210-MST-READ-PARA-EXIT                              00000689
              UNTIL C05-EMPMST-EOF                                      00000690
           .                                                            00000691
       3200-MST-PASS-PARA-EXIT.                                         00000692
           EXIT                                                         00000693
           .                                                            00000694
       3210-MST-READ-PARA.                                              00000695
           READ EMPMST-PS NEXT RECORD                                   00000696
           EVALUATE TRUE                                                00000697
           WHEN C05-EMPMST-SUCCESS                                      00000698
             ADD 1 TO WS-READ-CT                                        00000699
             IF EMT-EMPSTATUS = 'T'                                     00000700
               ADD 1 TO WS-TERM-CT                                      00000701
               PERFORM 3220-MST-CHECK-PARA                              00000702
                  THRU 3220-MST-CHECK-PARA-EXIT                         00000703
             END-IF                                                     00000704
           WHEN C05-EMPMST-EOF                                          00000705
             CONTINUE                                                   00000706
           WHEN OTHER                                                   00000707
             DISPLAY 'EMPMST-PS READ FAILED ' WS-FST-EMPMST             00000708
             MOVE 0008 TO WS-RETURN-CD                                  00000709
             MOVE 10 TO WS-FST-EMPMST                                   00000710
           END-EVALUATE                                                 00000711
           .                                                            00000712
       3210-MST-READ-PARA-EXIT.                                         00000713
           EXIT                                                         00000714
           .                                                            00000715
       3220-MST-CHECK-PARA.                                             00000716
           IF EMT-EMPLNAME = WS-PLACEHOLDER AND                         00000717
              EMT-EMPFNAME = WS-PLACEHOLDER                             00000718
             ADD 1 TO WS-PRIOR-CT                                       00000719
             GO TO 3220-MST-CHECK-PARA-EXIT                             00000720
           END-IF                                                       00000721
           MOVE EMT-TERMDATE TO WS-ITEM-DATE                            00000722
           PERFORM 3170-AGE-PARA                                        00000723
              THRU 3170-AGE-PARA-EXIT                                   00000724
           IF WS-AGE-DAYS = 0                                           00000725
             ADD 1 TO WS-NODATE-CT                                      00000726
             GO TO 3220-MST-CHECK-PARA-EXIT                             00000727
           END-IF                                                       00000728
           IF WS-AGE-DAYS NOT > WS-RET-DAYS                             00000729
             GO TO 3220-MST-CHECK-PARA-EXIT                             00000730
           END-IF                                                       00000731
           ADD 1 TO WS-DUE-CT                                           00000732
           PERFORM 1450-HOLD-CHECK-PARA                                 00000733
              THRU 1450-HOLD-CHECK-PARA-EXIT                            00000734
           IF WS-IS-HELD                                                00000735
             ADD 1 TO WS-HELD-CT                                        00000736
             GO TO 3220-MST-CHECK-PARA-EXIT                             00000737
           END-IF                                                       00000738
      *    THE LOG PASSES NEED THE NAMES AFTER THE MASTER NO            00000739
      *    LONGER HOLDS THEM - AN EMPLOYEE THAT CANNOT BE TABLED        00000740
      *    WAITS FOR THE NEXT RUN.                                      00000741
           IF WS-ERS-CT NOT < 2000                                      00000742
             IF NOT WS-ERS-FULL                                         00000743
               DISPLAY 'ERASURE TABLE FULL AT 2000 - REMAINING '        00000744
                       'LEAVERS WAIT FOR THE NEXT RUN'                  00000745
               SET WS-ERS-FULL TO TRUE                                  00000746
               MOVE 0004 TO WS-RETURN-CD                                00000747
             END-IF                                                     00000748
             GO TO 3220-MST-CHECK-PARA-EXIT                             00000749
           END-IF                                                       00000750
           ADD 1 TO WS-ERS-CT                                           00000751
           SET ERS-IDX TO WS-ERS-CT                                     00000752
           MOVE EMT-EMPID    TO ER-EMPID(ERS-IDX)                       00000753
           MOVE EMT-EMPFNAME TO ER-FNAME(ERS-IDX)                       00000754
           MOVE EMT-EMPLNAME TO ER-LNAME(ERS-IDX)                       00000755
           MOVE EMT-TERMDATE TO ER-TERMDATE(ERS-IDX)                    00000756
           MOVE 'N' TO ER-KYA-SW(ERS-IDX) ER-KYB-SW(ERS-IDX)            00000757
                       ER-BANK-SW(ERS-IDX)                              00000758
           MOVE ZEROES TO ER-MNT-CT(ERS-IDX) ER-SUSP-CT(ERS-IDX)        00000759
                          ER-QTR-CT(ERS-IDX)                            00000760
           MOVE WS-PLACEHOLDER TO EMT-EMPFNAME EMT-EMPLNAME             00000761
           REWRITE EMT-REC                                              00000762
           IF NOT C05-EMPMST-SUCCESS                                    00000763
             DISPLAY 'EMPMST-PS REWRITE FAILED ' WS-FST-EMPMST          00000764
                     ' FOR ' EMT-EMPID                                  00000765
             MOVE 0008 TO WS-RETURN-CD                                  00000766
             GO TO 3220-MST-CHECK-PARA-EXIT                             00000767
           END-IF                                                       00000768
           ADD 1 TO WS-MST-CT                                           00000769
           ADD 1 TO WS-WRITE-CT                                         00000770
           MOVE 'C'       TO WS-NEMPID(1:1)                             00000771
           MOVE EMT-EMPID TO WS-NEMPID(2:5)                             00000772
           PERFORM 3230-SALKY-ERASE-PARA                                00000773
              THRU 3230-SALKY-ERASE-PARA-EXIT                           00000774
           PERFORM 3240-BANK-ERASE-PARA                                 00000775
              THRU 3240-BANK-ERASE-PARA-EXIT                            00000776
           .                                                            00000777
       3220-MST-CHECK-PARA-EXIT.                                        00000778
           EXIT                                                         00000779
           .                                                            00000780
      *-----------------------------------------------------------      00000781
      *    BOTH SALARY VIEW CLUSTERS - THE ALTERNATE IS REBUILT         00000782
      *    FROM THE MASTER ON THE NEXT RUN, BUT UNTIL THEN IT           00000783
      *    STILL HOLDS THE NAMES.                                       00000784
      *-----------------------------------------------------------      00000785
       3230-SALKY-ERASE-PARA.                                           00000786
           MOVE WS-NEMPID TO DL-EMPKY-NEMPID                            00000787
           READ EMPKYA-PS                                               00000788
           EVALUATE TRUE                                                00000789
           WHEN C05-EMPKYA-SUCCESS                                      00000790
             MOVE WS-PLACEHOLDER TO DL-EMPKY-EMPFNAME                   00000791
                                    DL-EMPKY-EMPLNAME                   00000792
             REWRITE DL-EMPKY-REC                                       00000793
             IF C05-EMPKYA-SUCCESS                                      00000794
               MOVE 'Y' TO ER-KYA-SW(ERS-IDX)                           00000795
               ADD 1 TO WS-KYA-CT                                       00000796
               ADD 1 TO WS-WRITE-CT                                     00000797
             ELSE                                                       00000798
               DISPLAY 'EMPKYA-PS REWRITE FAILED ' WS-FST-EMPKYA        00000799
                       ' FOR ' WS-NEMPID                                00000800
               MOVE 0008 TO WS-RETURN-CD                                00000801
             END-IF                                                     00000802
           WHEN C05-EMPKYA-NOTFND                                       00000803
             CONTINUE                                                   00000804
           WHEN OTHER                                                   00000805
             DISPLAY 'EMPKYA-PS READ FAILED ' WS-FST-EMPKYA             00000806
                     ' FOR ' WS-NEMPID                                  00000807
             MOVE 0008 TO WS-RETURN-CD                                  00000808
           END-EVALUATE                                                 00000809
           MOVE WS-NEMPID TO DL-EMPKB-NEMPID                            00000810
           READ EMPKYB-PS                                               00000811
           EVALUATE TRUE                                                00000812
           WHEN C05-EMPKYB-SUCCESS                                      00000813
             MOVE WS-PLACEHOLDER TO DL-EMPKB-EMPFNAME                   00000814
                                    DL-EMPKB-EMPLNAME                   00000815
             REWRITE DL-EMPKB-REC                                       00000816
             IF C05-EMPKYB-SUCCESS                                      00000817
               MOVE 'Y' TO ER-KYB-SW(ERS-IDX)                           00000818
               ADD 1 TO WS-KYB-CT                                       00000819
               ADD 1 TO WS-WRITE-CT                                     00000820
             ELSE                                                       00000821
               DISPLAY 'EMPKYB-PS REWRITE FAILED ' WS-FST-EMPKYB        00000822
                       ' FOR ' WS-NEMPID                                00000823
               MOVE 0008 TO WS-RETURN-CD                                00000824
             END-IF                                                     00000825
           WHEN C05-EMPKYB-NOTFND                                       00000826
             CONTINUE                                                   00000827
           WHEN OTHER                                                   00000828
             DISPLAY 'EMPKYB-PS READ FAILED ' WS-FST-EMPKYB             00000829
                     ' FOR ' WS-NEMPID                                  00000830
             MOVE 0008 TO WS-RETURN-CD                                  00000831
           END-EVALUATE                                                 00000832
           .                                                            00000833
       3230-SALKY-ERASE-PARA-EXIT.                                      00000834
           EXIT                                                         00000835
           .                                                            00000836
       3240-BANK-ERASE-PARA.                                            00000837
           MOVE WS-NEMPID TO DL-BANK-NEMPID                             00000838
           READ BANK-PS                                                 00000839
           EVALUATE TRUE                                                00000840
           WHEN C05-BANK-SUCCESS                                        00000841
             MOVE ZEROES         TO DL-BANK-ROUTING                     00000842
             MOVE WS-PLACEHOLDER TO DL-BANK-ACCOUNT                     00000843
             REWRITE DL-BANK-REC                                        00000844
             IF C05-BANK-SUCCESS                                        00000845
               MOVE 'Y' TO ER-BANK-SW(ERS-IDX)                          00000846
               ADD 1 TO WS-BANK-CT                                      00000847
               ADD 1 TO WS-WRITE-CT                                     00000848
             ELSE                                                       00000849
               DISPLAY 'BANK-PS REWRITE FAILED ' WS-FST-BANK            00000850
                       ' FOR ' WS-NEMPID                                00000851
               MOVE 0008 TO WS-RETURN-CD                                00000852
             END-IF                                                     00000853
           WHEN C05-BANK-NOTFND                                         00000854
             CONTINUE                                                   00000855
           WHEN OTHER                                                   00000856
             DISPLAY 'BANK-PS READ FAILED ' WS-FST-BANK                 00000857
                     ' FOR ' WS-NEMPID                                  00000858
             MOVE 0008 TO WS-RETURN-CD                                  00000859
           END-EVALUATE                                                 00000860
           .                                                            00000861
       3240-BANK-ERASE-PARA-EXIT.                                       00000862
           EXIT                                                         00000863
           .                                                            00000864
       3290-HELD-LINE-PARA.                                             00000865
           MOVE SPACES TO RPT-REC                                       00000866
           MOVE EMT-EMPID          TO RPT-REC(3:5)                      00000867
           MOVE EMT-TERMDATE       TO RPT-REC(10:10)                    00000868
           MOVE HT-MATTER(HLD-IDX) TO RPT-REC(22:20)                    00000869
           WRITE RPT-REC                                                00000870
           .                                                            00000871
       3290-HELD-LINE-PARA-EXIT.                                        00000872
           EXIT                                                         00000873
           .                                                            00000874
      *-----------------------------------------------------------      00000875
      *    THE ERASED TABLE ENTRY FOR WS-LOOK-EMPID, IF ANY.            00000876
      *-----------------------------------------------------------      00000877
       3300-ERS-FIND-PARA.                                              00000878
           MOVE 'N' TO WS-ERS-FOUND-SW                                  00000879
           PERFORM 3310-ERS-SCAN-PARA                                   00000880
              THRU 3310-ERS-SCAN-PARA-EXIT                              00000881
              VARYING ERS-IDX FROM 1 BY 1                               00000882
              UNTIL ERS-IDX > WS-ERS-CT OR WS-ERS-FOUND                 00000883
           IF WS-ERS-FOUND                                              00000884
             SET ERS-IDX DOWN BY 1                                      00000885
           END-IF                                                       00000886
           .                                                            00000887
       3300-ERS-FIND-PARA-EXIT.                                         00000888
           EXIT                                                         00000889
           .                                                            00000890
       3310-ERS-SCAN-PARA.                                              00000891
           IF ER-EMPID(ERS-IDX) = WS-LOOK-EMPID                         00000892
             MOVE 'Y' TO WS-ERS-FOUND-SW                                00000893
           END-IF                                                       00000894
           .                                                            00000895
       3310-ERS-SCAN-PARA-EXIT.                                         00000896
           EXIT                                                         00000897
           .                                                            00000898
      *-----------------------------------------------------------      00000899
      *    MAINTENANCE LOG - A NAME CHANGE CARRIES THE OLD AND NEW      00000900
      *    NAME IN ITS VALUES, A BANK CHANGE (BANKUPD) THE OLD AND      00000901
      *    NEW ROUTING NUMBER, ACCOUNT AND ACCOUNT TYPE.  BANKUPD       00000902
      *    LOGS THE 'C' PLUS EMPID FORM OF THE ID, EMPUPD THE EMPID     00000903
      *    ALONE.  OTHER FIELD CHANGES (RATING, DEPT, AND THE           00000904
      *    APPROVER ON BANKAPPR/BANKREJ) ARE NOT PERSONAL DATA AND      00000905
      *    ARE KEPT.                                                    00000906
      *-----------------------------------------------------------      00000907
       3400-MNTLG-PASS-PARA.                                            00000908
           IF NOT WS-MNTLG-IS-OPEN OR WS-ERS-CT = 0                     00000909
             GO TO 3400-MNTLG-PASS-PARA-EXIT                            00000910
           END-IF                                                       00000911
           PERFORM 3410-MNTLG-READ-PARA                                 00000912
              THRU 3410-MNTLG-READ-PARA-EXIT                            00000913
              UNTIL C05-MNTLG-EOF                                       00000914
           .                                                            00000915
       3400-MNTLG-PASS-PARA-EXIT.                                       00000916
           EXIT                                                         00000917
           .                                                            00000918
       3410-MNTLG-READ-PARA.                                            00000919
           READ MNTLG-PS NEXT RECORD                                    00000920
           EVALUATE TRUE                                                00000921
           WHEN C05-MNTLG-SUCCESS                                       00000922
             ADD 1 TO WS-READ-CT                                        00000923
             IF DL-MAINT-FIELD NOT = 'FNAME'    AND                     00000924
                DL-MAINT-FIELD NOT = 'LNAME'    AND                     00000925
                DL-MAINT-FIELD NOT = 'BANKRTN'  AND                     00000926
                DL-MAINT-FIELD NOT = 'BANKACCT' AND                     00000927
                DL-MAINT-FIELD NOT = 'BANKTYPE'                         00000928
               GO TO 3410-MNTLG-READ-PARA-EXIT                          00000929
             END-IF                                                     00000930
             IF DL-MAINT-EMPID(1:1) = 'C' AND                           00000931
                DL-MAINT-EMPID(2:5) IS NUMERIC                          00000932
               MOVE DL-MAINT-EMPID(2:5) TO WS-LOOK-EMPID                00000933
             ELSE                                                       00000934
               MOVE DL-MAINT-EMPID(1:5) TO WS-LOOK-EMPID                00000935
             END-IF                                                     00000936
             PERFORM 3300-ERS-FIND-PARA                                 00000937
                THRU 3300-ERS-FIND-PARA-EXIT                            00000938
             IF NOT WS-ERS-FOUND                                        00000939
               GO TO 3410-MNTLG-READ-PARA-EXIT                          00000940
             END-IF                                                     00000941
             MOVE WS-PLACEHOLDER TO DL-MAINT-OLD-VAL                    00000942
                                    DL-MAINT-NEW-VAL                    00000943
             REWRITE DL-MAINT-REC                                       00000944
             IF C05-MNTLG-SUCCESS                                       00000945
               ADD 1 TO ER-MNT-CT(ERS-IDX)                              00000946
               ADD 1 TO WS-MNT-CT                                       00000947
               ADD 1 TO WS-WRITE-CT                                     00000948
             ELSE                                                       00000949
               DISPLAY 'MNTLG-PS REWRITE FAILED ' WS-FST-MNTLG          00000950
               MOVE 0008 TO WS-RETURN-CD                                00000951
             END-IF                                                     00000952
           WHEN C05-MNTLG-EOF                                           00000953
             CONTINUE                                                   00000954
           WHEN OTHER                                                   00000955
             DISPLAY 'MNTLG-PS READ FAILED ' WS-FST-MNTLG               00000956
             MOVE 0008 TO WS-RETURN-CD                                  00000957
             MOVE 10 TO WS-FST-MNTLG                                    00000958
           END-EVALUATE                                                 00000959
           .                                                            00000960
       3410-MNTLG-READ-PARA-EXIT.                                       00000961
           EXIT                                                         00000962
           .                                                            00000963
      *-----------------------------------------------------------      00000964
      *    SUSPENSE - EVERY ITEM IS COPIED THROUGH.  AN ITEM KEYED      00000965
      *    BY AN ERASED EMPLOYEE (EMPID OR 'C' PLUS EMPID) HAS THE      00000966
      *    EMPLOYEE'S NAMES MASKED WHEREVER THEY APPEAR IN ITS KEY      00000967
      *    OR REASON TEXT; THE ID ITSELF STAYS.                         00000968
      *-----------------------------------------------------------      00000969
       3500-SUSP-PASS-PARA.                                             00000970
           PERFORM 3510-SUSP-READ-PARA                                  00000971
              THRU 3510-SUSP-READ-PARA-EXIT                             00000972
              UNTIL C05-SUSPIN-EOF                                      00000973
           IF WS-SUSP-IN-CT NOT = WS-SUSP-OUT-CT                        00000974
             DISPLAY 'SUSPENSE DOES NOT RECONCILE - IN '                00000975
                     WS-SUSP-IN-CT ' OUT ' WS-SUSP-OUT-CT               00000976
             MOVE 0008 TO WS-RETURN-CD                                  00000977
           END-IF                                                       00000978
           .                                                            00000979
       3500-SUSP-PASS-PARA-EXIT.                                        00000980
           EXIT                                                         00000981
           .                                                            00000982
       3510-SUSP-READ-PARA.                                             00000983
           READ SUSPIN-PS                                               00000984
           EVALUATE TRUE                                                00000985
           WHEN C05-SUSPIN-SUCCESS                                      00000986
             ADD 1 TO WS-READ-CT                                        00000987
             ADD 1 TO WS-SUSP-IN-CT                                     00000988
             IF WS-ERS-CT > 0                                           00000989
               PERFORM 3520-SUSP-SCRUB-PARA                             00000990
                  THRU 3520-SUSP-SCRUB-PARA-EXIT                        00000991
             END-IF                                                     00000992
             MOVE DL-SUSP-REC TO SUSPOUT-REC                            00000993
             WRITE SUSPOUT-REC                                          00000994
             IF WS-FST-SUSPOUT = 00                                     00000995
               ADD 1 TO WS-SUSP-OUT-CT                                  00000996
               ADD 1 TO WS-WRITE-CT                                     00000997
             ELSE                                                       00000998
               DISPLAY 'SUSPOUT WRITE FAILED ' WS-FST-SUSPOUT           00000999
               MOVE 0008 TO WS-RETURN-CD                                00001000
             END-IF                                                     00001001
           WHEN C05-SUSPIN-EOF                                          00001002
             CONTINUE                                                   00001003
           WHEN OTHER                                                   00001004
             DISPLAY 'SUSPIN READ FAILED ' WS-FST-SUSPIN                00001005
             MOVE 0008 TO WS-RETURN-CD                                  00001006
             MOVE 10 TO WS-FST-SUSPIN                                   00001007
           END-EVALUATE                                                 00001008
           .                                                            00001009
       3510-SUSP-READ-PARA-EXIT.                                        00001010
           EXIT                                                         00001011
           .                                                            00001012
       3520-SUSP-SCRUB-PARA.                                            00001013
           IF DL-SUSP-KEY(1:1) = 'C' AND DL-SUSP-KEY(2:5) IS NUMERIC    00001014
             MOVE DL-SUSP-KEY(2:5) TO WS-LOOK-EMPID                     00001015
           ELSE                                                         00001016
             MOVE DL-SUSP-KEY(1:5) TO WS-LOOK-EMPID                     00001017
           END-IF                                                       00001018
           PERFORM 3300-ERS-FIND-PARA                                   00001019
              THRU 3300-ERS-FIND-PARA-EXIT                              00001020
           IF NOT WS-ERS-FOUND                                          00001021
             GO TO 3520-SUSP-SCRUB-PARA-EXIT                            00001022
           END-IF                                                       00001023
           MOVE DL-SUSP-REC TO WS-SUSP-SAVE                             00001024
           MOVE ER-FNAME(ERS-IDX) TO WS-NM                              00001025
           PERFORM 3530-NAME-MASK-PARA                                  00001026
              THRU 3530-NAME-MASK-PARA-EXIT                             00001027
           MOVE ER-LNAME(ERS-IDX) TO WS-NM                              00001028
           PERFORM 3530-NAME-MASK-PARA                                  00001029
              THRU 3530-NAME-MASK-PARA-EXIT                             00001030
           IF DL-SUSP-REC NOT = WS-SUSP-SAVE                            00001031
             ADD 1 TO ER-SUSP-CT(ERS-IDX)                               00001032
             ADD 1 TO WS-SUSP-CT                                        00001033
           END-IF                                                       00001034
           .                                                            00001035
       3520-SUSP-SCRUB-PARA-EXIT.                                       00001036
           EXIT                                                         00001037
           .                                                            00001038
       3530-NAME-MASK-PARA.                                             00001039
           PERFORM 3535-NAME-LEN-PARA                                   00001040
              THRU 3535-NAME-LEN-PARA-EXIT                              00001041
              VARYING WS-NM-LEN FROM 10 BY -1                           00001042
              UNTIL WS-NM-LEN < 1                                       00001043
                 OR WS-NM(WS-NM-LEN:1) NOT = SPACE                      00001044
      *    A ONE-LETTER NAME WOULD MASK EVERY MATCHING LETTER OF        00001045
      *    THE TEXT - LEAVE IT.                                         00001046
           IF WS-NM-LEN < 2                                             00001047
             GO TO 3530-NAME-MASK-PARA-EXIT                             00001048
           END-IF                                                       00001049
           INSPECT DL-SUSP-KEY REPLACING ALL WS-NM(1:WS-NM-LEN)         00001050
                   BY WS-NAME-MASK(1:WS-NM-LEN)                         00001051
           INSPECT DL-SUSP-REASON-TX REPLACING ALL WS-NM(1:WS-NM-LEN)   00001052
                   BY WS-NAME-MASK(1:WS-NM-LEN)                         00001053
           .                                                            00001054
       3530-NAME-MASK-PARA-EXIT.                                        00001055
           EXIT                                                         00001056
           .                                                            00001057
       3535-NAME-LEN-PARA.                                              00001058
           EXIT                                                         00001059
           .                                                            00001060
       3535-NAME-LEN-PARA-EXIT.                                         00001061
           EXIT                                                         00001062
           .                                                            00001063
      *-----------------------------------------------------------      00001064
      *    QUARTERLY ACCUMULATOR - PAYNET CARRIES THE NAME ON EVERY     00001065
      *    MONTH AND TAX CODE IT POSTS SO THE FILING EXTRACT NAMES      00001066
      *    A LEAVER.  THE WAGES AND TAX STAY FOR THE RETURNS.           00001067
      *-----------------------------------------------------------      00001068
       3600-QTR-PASS-PARA.                                              00001069
           IF NOT WS-QTR-IS-OPEN OR WS-ERS-CT = 0                       00001070
             GO TO 3600-QTR-PASS-PARA-EXIT                              00001071
           END-IF                                                       00001072
           PERFORM 3610-QTR-READ-PARA                                   00001073
              THRU 3610-QTR-READ-PARA-EXIT                              00001074
              UNTIL C05-QTR-EOF                                         00001075
           .                                                            00001076
       3600-QTR-PASS-PARA-EXIT.                                         00001077
           EXIT                                                         00001078
           .                                                            00001079
       3610-QTR-READ-PARA.                                              00001080
           READ QTR-PS NEXT RECORD                                      00001081
           EVALUATE TRUE                                                00001082
           WHEN C05-QTR-SUCCESS                                         00001083
             ADD 1 TO WS-READ-CT                                        00001084
             MOVE DL-QTR-NEMPID(2:5) TO WS-LOOK-EMPID                   00001085
             PERFORM 3300-ERS-FIND-PARA                                 00001086
                THRU 3300-ERS-FIND-PARA-EXIT                            00001087
             IF NOT WS-ERS-FOUND                                        00001088
               GO TO 3610-QTR-READ-PARA-EXIT                            00001089
             END-IF                                                     00001090
             MOVE WS-PLACEHOLDER TO DL-QTR-EMPLNAME                     00001091
                                    DL-QTR-EMPFNAME                     00001092
             REWRITE DL-QTR-REC                                         00001093
             IF C05-QTR-SUCCESS                                         00001094
               ADD 1 TO ER-QTR-CT(ERS-IDX)                              00001095
               ADD 1 TO WS-QTR-CT                                       00001096
               ADD 1 TO WS-WRITE-CT                                     00001097
             ELSE                                                       00001098
               DISPLAY 'QTR-PS REWRITE FAILED ' WS-FST-QTR              00001099
                       ' FOR ' DL-QTR-KEY                               00001100
               MOVE 0008 TO WS-RETURN-CD                                00001101
             END-IF                                                     00001102
           WHEN C05-QTR-EOF                                             00001103
             CONTINUE                                                   00001104
           WHEN OTHER                                                   00001105
             DISPLAY 'QTR-PS READ FAILED ' WS-FST-QTR                   00001106
             MOVE 0008 TO WS-RETURN-CD                                  00001107
             MOVE 10 TO WS-FST-QTR                                      00001108
           END-EVALUATE                                                 00001109
           .                                                            00001110
       3610-QTR-READ-PARA-EXIT.                                         00001111
           EXIT                                                         00001112
           .                                                            00001113
      *-----------------------------------------------------------      00001114
      *    THE CERTIFICATE - EVERY ERASED EMPLOYEE WITH WHAT WAS        00001115
      *    ERASED IN WHICH FILE, THEN THE TOTALS BY FILE.               00001116
      *-----------------------------------------------------------      00001117
       3800-CERT-PARA.                                                  00001118
           IF WS-HELD-CT = 0                                            00001119
             MOVE SPACES TO RPT-REC                                     00001120
             MOVE '  NONE' TO RPT-REC(1:6)                              00001121
             WRITE RPT-REC                                              00001122
           END-IF                                                       00001123
           MOVE SPACES TO RPT-REC                                       00001124
           WRITE RPT-REC                                                00001125
           MOVE SPACES TO RPT-REC                                       00001126
           STRING 'EMPLOYEES ERASED' DELIMITED BY SIZE                  00001127
                  INTO RPT-REC                                          00001128
           END-STRING                                                   00001129
           WRITE RPT-REC                                                00001130
           MOVE SPACES TO RPT-REC                                       00001131
           STRING '  EMPID  TERMINATED  EMPMST  EMPSALKA  EMPSALKB'     00001132
                  '  EMPBANK  EMPMNTLG  SUSPENSE    QTRACC'             00001133
                  DELIMITED BY SIZE                                     00001134
                  INTO RPT-REC                                          00001135
           END-STRING                                                   00001136
           WRITE RPT-REC                                                00001137
           PERFORM 3810-CERT-LINE-PARA                                  00001138
              THRU 3810-CERT-LINE-PARA-EXIT                             00001139
              VARYING ERS-IDX FROM 1 BY 1                               00001140
              UNTIL ERS-IDX > WS-ERS-CT                                 00001141
           IF WS-ERS-CT = 0                                             00001142
             MOVE SPACES TO RPT-REC                                     00001143
             MOVE '  NONE' TO RPT-REC(1:6)                              00001144
             WRITE RPT-REC                                              00001145
           END-IF                                                       00001146
           MOVE SPACES TO RPT-REC                                       00001147
           WRITE RPT-REC                                                00001148
           MOVE WS-TERM-CT TO WS-CT-ED                                  00001149
           MOVE SPACES TO RPT-REC                                       00001150
           STRING 'TERMINATED ON MASTER.....: ' DELIMITED BY SIZE       00001151
                  WS-CT-ED DELIMITED BY SIZE                            00001152
                  INTO RPT-REC                                          00001153
           END-STRING                                                   00001154
           WRITE RPT-REC                                                00001155
           MOVE WS-PRIOR-CT TO WS-CT-ED                                 00001156
           MOVE SPACES TO RPT-REC                                       00001157
           STRING 'ERASED ON AN EARLIER RUN.: ' DELIMITED BY SIZE       00001158
                  WS-CT-ED DELIMITED BY SIZE                            00001159
                  INTO RPT-REC                                          00001160
           END-STRING                                                   00001161
           WRITE RPT-REC                                                00001162
           MOVE WS-NODATE-CT TO WS-CT-ED                                00001163
           MOVE SPACES TO RPT-REC                                       00001164
           STRING 'NO USABLE TERM DATE......: ' DELIMITED BY SIZE       00001165
                  WS-CT-ED DELIMITED BY SIZE                            00001166
                  INTO RPT-REC                                          00001167
           END-STRING                                                   00001168
           WRITE RPT-REC                                                00001169
           MOVE WS-DUE-CT TO WS-CT-ED                                   00001170
           MOVE SPACES TO RPT-REC                                       00001171
           STRING 'PAST RETENTION...........: ' DELIMITED BY SIZE       00001172
                  WS-CT-ED DELIMITED BY SIZE                            00001173
                  INTO RPT-REC                                          00001174
           END-STRING                                                   00001175
           WRITE RPT-REC                                                00001176
           MOVE WS-HELD-CT TO WS-CT-ED                                  00001177
           MOVE SPACES TO RPT-REC                                       00001178
           STRING 'HELD FOR LITIGATION......: ' DELIMITED BY SIZE       00001179
                  WS-CT-ED DELIMITED BY SIZE                            00001180
                  INTO RPT-REC                                          00001181
           END-STRING                                                   00001182
           WRITE RPT-REC                                                00001183
           MOVE WS-ERS-CT TO WS-CT-ED                                   00001184
           MOVE SPACES TO RPT-REC                                       00001185
           STRING 'EMPLOYEES ERASED.........: ' DELIMITED BY SIZE       00001186
                  WS-CT-ED DELIMITED BY SIZE                            00001187
                  INTO RPT-REC                                          00001188
           END-STRING                                                   00001189
           WRITE RPT-REC                                                00001190
           MOVE SPACES TO RPT-REC                                       00001191
           WRITE RPT-REC                                                00001192
           MOVE SPACES TO RPT-REC                                       00001193
           STRING 'RECORDS ERASED BY FILE' DELIMITED BY SIZE            00001194
                  INTO RPT-REC                                          00001195
           END-STRING                                                   00001196
           WRITE RPT-REC                                                00001197
           MOVE WS-MST-CT TO WS-CT-ED                                   00001198
           MOVE SPACES TO RPT-REC                                       00001199
           STRING 'EMPMST   - NAMES.........: ' DELIMITED BY SIZE       00001200
                  WS-CT-ED DELIMITED BY SIZE                            00001201
                  INTO RPT-REC                                          00001202
           END-STRING                                                   00001203
           WRITE RPT-REC                                                00001204
           MOVE WS-KYA-CT TO WS-CT-ED                                   00001205
           MOVE SPACES TO RPT-REC                                       00001206
           STRING 'EMPSALKA - NAMES.........: ' DELIMITED BY SIZE       00001207
                  WS-CT-ED DELIMITED BY SIZE                            00001208
                  INTO RPT-REC                                          00001209
           END-STRING                                                   00001210
           WRITE RPT-REC                                                00001211
           MOVE WS-KYB-CT TO WS-CT-ED                                   00001212
           MOVE SPACES TO RPT-REC                                       00001213
           STRING 'EMPSALKB - NAMES.........: ' DELIMITED BY SIZE       00001214
                  WS-CT-ED DELIMITED BY SIZE                            00001215
                  INTO RPT-REC                                          00001216
           END-STRING                                                   00001217
           WRITE RPT-REC                                                00001218
           MOVE WS-BANK-CT TO WS-CT-ED                                  00001219
           MOVE SPACES TO RPT-REC                                       00001220
           STRING 'EMPBANK  - ACCOUNT.......: ' DELIMITED BY SIZE       00001221
                  WS-CT-ED DELIMITED BY SIZE                            00001222
                  INTO RPT-REC                                          00001223
           END-STRING                                                   00001224
           WRITE RPT-REC                                                00001225
           MOVE WS-MNT-CT TO WS-CT-ED                                   00001226
           MOVE SPACES TO RPT-REC                                       00001227
           IF WS-MNTLG-IS-OPEN                                          00001228
             STRING 'EMPMNTLG - NAME/BANK CHG.: ' DELIMITED BY SIZE     00001229
                    WS-CT-ED DELIMITED BY SIZE                          00001230
                    INTO RPT-REC                                        00001231
             END-STRING                                                 00001232
           ELSE                                                         00001233
             STRING 'EMPMNTLG - NAME/BANK CHG.: NOT AVAILABLE - '       00001234
                    'NOT ERASED' DELIMITED BY SIZE                      00001235
                    INTO RPT-REC                                        00001236
             END-STRING                                                 00001237
           END-IF                                                       00001238
           WRITE RPT-REC                                                00001239
           MOVE WS-SUSP-CT TO WS-CT-ED                                  00001240
           MOVE SPACES TO RPT-REC                                       00001241
           STRING 'SUSPENSE - ITEMS MASKED..: ' DELIMITED BY SIZE       00001242
                  WS-CT-ED DELIMITED BY SIZE                            00001243
                  INTO RPT-REC                                          00001244
           END-STRING                                                   00001245
           WRITE RPT-REC                                                00001246
           MOVE WS-QTR-CT TO WS-CT-ED                                   00001247
           MOVE SPACES TO RPT-REC                                       00001248
           IF WS-QTR-IS-OPEN                                            00001249
             STRING 'QTRACC   - NAMES.........: ' DELIMITED BY SIZE     00001250
                    WS-CT-ED DELIMITED BY SIZE                          00001251
                    INTO RPT-REC                                        00001252
             END-STRING                                                 00001253
           ELSE                                                         00001254
             STRING 'QTRACC   - NAMES.........: NOT AVAILABLE - '       00001255
                    'NOT ERASED' DELIMITED BY SIZE                      00001256
                    INTO RPT-REC                                        00001257
             END-STRING                                                 00001258
           END-IF                                                       00001259
           WRITE RPT-REC                                                00001260
           MOVE WS-SUSP-IN-CT  TO WS-CT-ED-8A                           00001261
           MOVE WS-SUSP-OUT-CT TO WS-CT-ED-8B                           00001262
           MOVE SPACES TO RPT-REC                                       00001263
           STRING 'SUSPENSE RECORDS IN/OUT..: ' DELIMITED BY SIZE       00001264
                  WS-CT-ED-8A DELIMITED BY SIZE                         00001265
                  ' / ' DELIMITED BY SIZE                               00001266
                  WS-CT-ED-8B DELIMITED BY SIZE                         00001267
                  INTO RPT-REC                                          00001268
           END-STRING                                                   00001269
           IF WS-SUSP-IN-CT NOT = WS-SUSP-OUT-CT                        00001270
             MOVE '*** DOES NOT RECONCILE ***' TO RPT-REC(50:26)        00001271
           END-IF                                                       00001272
           WRITE RPT-REC                                                00001273
           MOVE SPACES TO RPT-REC                                       00001274
           STRING 'EMPSALHIST, EMPSALHK, ANNACC AND NETPAYKY HOLD '     00001275
                  'EMPLOYEE IDS AND AMOUNTS ONLY - NOT CHANGED'         00001276
                  DELIMITED BY SIZE                                     00001277
                  INTO RPT-REC                                          00001278
           END-STRING                                                   00001279
           WRITE RPT-REC                                                00001280
           IF WS-ERS-FULL                                               00001281
             MOVE SPACES TO RPT-REC                                     00001282
             STRING 'ERASURE TABLE FULL - FURTHER LEAVERS PAST '        00001283
                    'RETENTION WAIT FOR THE NEXT RUN'                   00001284
                    DELIMITED BY SIZE                                   00001285
                    INTO RPT-REC                                        00001286
             END-STRING                                                 00001287
             WRITE RPT-REC                                              00001288
           END-IF                                                       00001289
           .                                                            00001290
       3800-CERT-PARA-EXIT.                                             00001291
           EXIT                                                         00001292
           .                                                            00001293
       3810-CERT-LINE-PARA.                                             00001294
           MOVE SPACES TO RPT-REC                                       00001295
           MOVE ER-EMPID(ERS-IDX)    TO RPT-REC(3:5)                    00001296
           MOVE ER-TERMDATE(ERS-IDX) TO RPT-REC(10:10)                  00001297
           MOVE 'ERASED'             TO RPT-REC(22:6)                   00001298
           IF ER-KYA-SW(ERS-IDX) = 'Y'                                  00001299
             MOVE 'ERASED'           TO RPT-REC(30:6)                   00001300
           ELSE                                                         00001301
             MOVE 'NONE'             TO RPT-REC(30:4)                   00001302
           END-IF                                                       00001303
           IF ER-KYB-SW(ERS-IDX) = 'Y'                                  00001304
             MOVE 'ERASED'           TO RPT-REC(40:6)                   00001305
           ELSE                                                         00001306
             MOVE 'NONE'             TO RPT-REC(40:4)                   00001307
           END-IF                                                       00001308
           IF ER-BANK-SW(ERS-IDX) = 'Y'                                 00001309
             MOVE 'ERASED'           TO RPT-REC(50:6)                   00001310
           ELSE                                                         00001311
             MOVE 'NONE'             TO RPT-REC(50:4)                   00001312
           END-IF                                                       00001313
           MOVE ER-MNT-CT(ERS-IDX)   TO WS-CT-ED                        00001314
           MOVE WS-CT-ED             TO RPT-REC(59:6)                   00001315
           MOVE ER-SUSP-CT(ERS-IDX)  TO WS-CT-ED                        00001316
           MOVE WS-CT-ED             TO RPT-REC(69:6)                   00001317
           MOVE ER-QTR-CT(ERS-IDX)   TO WS-CT-ED                        00001318
           MOVE WS-CT-ED             TO RPT-REC(79:6)                   00001319
           WRITE RPT-REC                                                00001320
           .                                                            00001321
       3810-CERT-LINE-PARA-EXIT.                                        00001322
           EXIT                                                         00001323
           .                                                            00001324
       3900-CLOSE-PARA.                                                 00001325
           CLOSE EMPMST-PS EMPKYA-PS EMPKYB-PS BANK-PS                  00001326
                 SUSPIN-PS SUSPOUT-PS RPT-PS                            00001327
           IF WS-MNTLG-IS-OPEN                                          00001328
             CLOSE MNTLG-PS                                             00001329
           END-IF                                                       00001330
           IF WS-QTR-IS-OPEN                                            00001331
             CLOSE QTR-PS                                               00001332
           END-IF                                                       00001333
           .                                                            00001334
       3900-CLOSE-PARA-EXIT.                                            00001335
           EXIT                                                         00001336
           .                                                            00001337
       9000-TERM-PARA.                                                  00001338
           IF WS-AUDIT-IS-OPEN                                          00001339
             MOVE SPACES            TO DL-AUDIT-REC                     00001340
             MOVE 'PAYERASE'        TO DL-AUDIT-PGM                     00001341
             MOVE WS-AUDIT-START-TS TO DL-AUDIT-START-TS                00001342
             ACCEPT DL-AUDIT-END-TS(1:8) FROM DATE YYYYMMDD             00001343
             ACCEPT DL-AUDIT-END-TS(9:6) FROM TIME                      00001344
             MOVE WS-READ-CT        TO DL-AUDIT-READ-CT                 00001345
             MOVE WS-WRITE-CT       TO DL-AUDIT-WRITE-CT                00001346
             MOVE WS-RETURN-CD      TO DL-AUDIT-RETURN-CD               00001347
             MOVE 'COMPLETED'       TO DL-AUDIT-STATUS-TX               00001348
             PERFORM 9100-AUDIT-CHAIN-PARA                              00001349
                THRU 9100-AUDIT-CHAIN-PARA-EXIT                         00001350
             WRITE DL-AUDIT-REC                                         00001351
             CLOSE AUDIT-PS                                             00001352
           END-IF                                                       00001353
           MOVE WS-RETURN-CD TO RETURN-CODE                             00001354
           STOP RUN                                                     00001355
           .                                                            00001356
      *-----------------------------------------------------------      00001357
      *    CHAIN THE AUDIT RECORD INTO AUDITLOG'S SEQUENCE AND          00001358
      *    HASH, WRITING THE DAY'S ANCHOR FIRST WHEN THIS IS THE        00001359
      *    FIRST RECORD OF THE DAY.                                     00001360
      *-----------------------------------------------------------      00001361
       9100-AUDIT-CHAIN-PARA.                                           00001362
           MOVE SPACES       TO DL-CHN-PARMS                            00001363
           MOVE 'NXT'        TO DL-CHN-FUNC                             00001364
           MOVE 'AUDITLOG'   TO DL-CHN-LOG                              00001365
           MOVE DL-AUDIT-END-TS(1:8) TO DL-CHN-TODAY                    00001366
           MOVE DL-AUDIT-REC TO DL-CHN-REC                              00001367
           CALL 'PAYCHAIN' USING DL-CHN-PARMS                           00001368
             ON EXCEPTION                                               00001369
               DISPLAY 'PAYCHAIN NOT AVAILABLE - AUDIT RECORD NOT '     00001370
                       'CHAINED'                                        00001371
           END-CALL                                                     00001372
           IF DL-CHN-ANCHORED                                           00001373
             WRITE DL-AUDIT-REC FROM DL-CHN-ANCHOR                      00001374
           END-IF                                                       00001375
           IF DL-CHN-OK                                                 00001376
             MOVE DL-CHN-REC TO DL-AUDIT-REC                            00001377
           END-IF                                                       00001378
           .                                                            00001379
       9100-AUDIT-CHAIN-PARA-EXIT.                                      00001380
           EXIT                                                         00001381
           .                                                            00001382

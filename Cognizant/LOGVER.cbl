       IDENTIFICATION DIVISION.                                         00000001
       PROGRAM-ID. LOGVER.                                              00000002
       AUTHOR. PAYROLL SYSTEMS.                                         00000003
       DATE-WRITTEN. 2026-10-15.                                        00000004
      *-----------------------------------------------------------      00000005
      *    LOG CHAIN VERIFICATION.  WALKS THE THREE CHAINED LOGS -      00000006
      *    AUDITLOG IN FILE ORDER, EMPMNTLG AND EMPACCLG IN CHAIN       00000007
      *    ORDER THROUGH THEIR SEQUENCE PATHS - RECOMPUTING EVERY       00000008
      *    RECORD'S HASH THROUGH PAYCHAIN AND REPORTING:                00000009
      *      GAP       - SEQUENCE NUMBERS MISSING (RECORDS REMOVED)     00000010
      *      BROKEN    - STORED HASH DOES NOT MATCH THE RECORD AND      00000011
      *                  ITS PREDECESSOR (RECORD CHANGED)               00000012
      *      OUT OF SEQ- SEQUENCE AT OR BELOW THE ONE BEFORE IT         00000013
      *                  (RECORDS REORDERED OR DUPLICATED)              00000014
      *      UNCHAINED - A RECORD WITH NO SEQUENCE OR HASH AFTER        00000015
      *                  THE CHAIN HAS STARTED                          00000016
      *      NO ANCHOR - A DAY'S RECORDS NOT PRECEDED BY THAT DAY'S     00000017
      *                  ANCHOR                                         00000018
      *      TAIL      - THE LOG ENDS SHORT OF, OR DISAGREES WITH,      00000019
      *                  THE CHAIN HEAD HELD ON LOGCHAIN (RECORDS       00000020
      *                  REMOVED FROM THE END)                          00000021
      *    RECORDS WRITTEN BEFORE CHAINING WAS INTRODUCED CARRY NO      00000022
      *    SEQUENCE AND ARE ONLY COUNTED.  ON AUDITLOG A LEADING        00000023
      *    CARRY-FORWARD RECORD LEFT BY ARCPURGE SUPPLIES THE LAST      00000024
      *    ARCHIVED SEQUENCE AND HASH THE RETAINED LOG CONTINUES        00000025
      *    FROM.  THE HEAD IS READ BEFORE EACH LOG IS WALKED, SO        00000026
      *    RECORDS ADDED WHILE THE RUN IS IN PROGRESS DO NOT COUNT      00000027
      *    AGAINST THE TAIL CHECK.  ANY BREAK ENDS THE STEP RC 8.       00000028
      *    THE RUN ONLY READS THE LOGS; IT IS SAFE TO RERUN.            00000029
      *-----------------------------------------------------------      00000030
       ENVIRONMENT DIVISION.                                            00000031
       INPUT-OUTPUT SECTION.                                            00000032
       FILE-CONTROL.                                                    00000033
           SELECT AUDIN-PS ASSIGN TO AUDITIN                            00000034
           ORGANIZATION IS SEQUENTIAL                                   00000035
           ACCESS IS SEQUENTIAL                                         00000036
           FILE STATUS IS WS-FST-AUDIN                                  00000037
           .                                                            00000038
           SELECT MNTLG-PS ASSIGN TO EMPMNTLG                           00000039
           ORGANIZATION IS INDEXED                                      00000040
           ACCESS IS DYNAMIC                                            00000041
           RECORD KEY IS DL-MAINT-KEY                                   00000042
           ALTERNATE RECORD KEY IS DL-MAINT-CHN-KEY WITH DUPLICATES     00000043
           FILE STATUS IS WS-FST-MNTLG                                  00000044
           .                                                            00000045
           SELECT ACCLG-PS ASSIGN TO EMPACCLG                           00000046
           ORGANIZATION IS INDEXED                                      00000047
           ACCESS IS DYNAMIC                                            00000048
           RECORD KEY IS DL-ACCLG-KEY                                   00000049
           ALTERNATE RECORD KEY IS DL-ACCLG-CHN-KEY WITH DUPLICATES     00000050
           FILE STATUS IS WS-FST-ACCLG                                  00000051
           .                                                            00000052
           SELECT CHNKY-PS ASSIGN TO LOGCHAIN                           00000053
           ORGANIZATION IS INDEXED                                      00000054
           ACCESS IS RANDOM                                             00000055
           RECORD KEY IS DL-CHNKY-LOG                                   00000056
           FILE STATUS IS WS-FST-CHNKY                                  00000057
           .                                                            00000058
           SELECT RPT-PS ASSIGN TO LOGVRPT                              00000059
           ORGANIZATION IS SEQUENTIAL                                   00000060
           ACCESS IS SEQUENTIAL                                         00000061
           FILE STATUS IS WS-FST-RPT                                    00000062
           .                                                            00000063
           SELECT AUDIT-PS ASSIGN TO AUDITLOG                           00000064
           ORGANIZATION IS SEQUENTIAL                                   00000065
           ACCESS IS SEQUENTIAL                                         00000066
           FILE STATUS IS WS-FST-AUDIT                                  00000067
           .                                                            00000068
       DATA DIVISION.                                                   00000069
       FILE SECTION.                                                    00000070
       FD AUDIN-PS                                                      00000071
           RECORD CONTAINS 100 CHARACTERS.                              00000072
           COPY DLAUDIT REPLACING LEADING ==DL-AUDIT== BY ==DL-AUDIN==. 00000073
       FD MNTLG-PS                                                      00000074
           RECORD CONTAINS 100 CHARACTERS.                              00000075
           COPY DLMAINT.                                                00000076
       FD ACCLG-PS                                                      00000077
           RECORD CONTAINS 100 CHARACTERS.                              00000078
           COPY DLACCLG.                                                00000079
       FD CHNKY-PS                                                      00000080
           RECORD CONTAINS 80 CHARACTERS.                               00000081
           COPY DLCHNKY.                                                00000082
       FD RPT-PS                                                        00000083
           RECORD CONTAINS 132 CHARACTERS.                              00000084
       01 RPT-REC                PIC X(132).                            00000085
       FD AUDIT-PS                                                      00000086
           RECORD CONTAINS 100 CHARACTERS.                              00000087
           COPY DLAUDIT.                                                00000088
       WORKING-STORAGE SECTION.                                         00000089
       01 WS-VARS.                                                      00000090
         05 WS-FST-AUDIN PIC 9(02).                                     00000091
           88 C05-AUDIN-SUCCESS  VALUE 00.                              00000092
           88 C05-AUDIN-EOF      VALUE 10.                              00000093
         05 WS-FST-MNTLG PIC 9(02).                                     00000094
           88 C05-MNTLG-SUCCESS  VALUE 00 02.                           00000095
           88 C05-MNTLG-EOF      VALUE 10.                              00000096
           88 C05-MNTLG-NOTFND   VALUE 23.                              00000097
         05 WS-FST-ACCLG PIC 9(02).                                     00000098
           88 C05-ACCLG-SUCCESS  VALUE 00 02.                           00000099
           88 C05-ACCLG-EOF      VALUE 10.                              00000100
           88 C05-ACCLG-NOTFND   VALUE 23.                              00000101
         05 WS-FST-CHNKY PIC 9(02).                                     00000102
           88 C05-CHNKY-SUCCESS  VALUE 00.                              00000103
           88 C05-CHNKY-NOTFND   VALUE 23.                              00000104
         05 WS-FST-RPT   PIC 9(02).                                     00000105
           88 C05-RPT-SUCCESS    VALUE 00.                              00000106
         05 WS-FST-AUDIT PIC 9(02).                                     00000107
           88 C05-AUDIT-SUCCESS  VALUE 00.                              00000108
         05 WS-AUDIT-OPEN-SW PIC X(01) VALUE 'N'.                       00000109
           88 WS-AUDIT-IS-OPEN   VALUE 'Y'.                             00000110
         05 WS-AUDIT-START-TS  PIC X(15).                               00000111
         05 WS-RUN-DATE        PIC X(10).                               00000112
         05 WS-READ-CT         PIC 9(08) VALUE ZEROES.                  00000113
         05 WS-BREAK-CT        PIC 9(06) VALUE ZEROES.                  00000114
         05 WS-CT-ED           PIC ZZZZZZZ9.                            00000115
         05 WS-SEQ-ED          PIC ZZZZZZZZ9.                           00000116
         05 WS-SEQ2-ED         PIC ZZZZZZZZ9.                           00000117
         05 WS-RETURN-CD       PIC 9(04) VALUE ZEROES.                  00000118
      *-----------------------------------------------------------      00000119
      *    THE LOG BEING WALKED AND ITS CHAIN HEAD FROM LOGCHAIN.       00000120
      *-----------------------------------------------------------      00000121
         05 WS-LOG-NAME        PIC X(08).                               00000122
         05 WS-HEAD-SW         PIC X(01).                               00000123
           88 WS-HEAD-FOUND    VALUE 'Y'.                               00000124
         05 WS-HEAD-SEQ        PIC 9(09).                               00000125
         05 WS-HEAD-HASH       PIC 9(09).                               00000126
         05 WS-HEAD-SEEN-SW    PIC X(01).                               00000127
           88 WS-HEAD-SEEN     VALUE 'Y'.                               00000128
      *-----------------------------------------------------------      00000129
      *    THE CURRENT RECORD IN THE COMMON 100-BYTE FORM, WITH ITS     00000130
      *    DAY AND ANCHOR/CARRY STATE SET BY THE LOG'S READ PARA.       00000131
      *-----------------------------------------------------------      00000132
         05 WS-CUR-REC         PIC X(100).                              00000133
         05 WS-CUR-DAY         PIC X(08).                               00000134
         05 WS-CUR-ID          PIC X(40).                               00000135
         05 WS-CUR-KIND        PIC X(01).                               00000136
           88 WS-CUR-ANCHOR    VALUE 'A'.                               00000137
           88 WS-CUR-CARRY     VALUE 'C'.                               00000138
         05 WS-CUR-SEQ         PIC 9(09).                               00000139
         05 WS-CUR-HASH        PIC 9(09).                               00000140
      *-----------------------------------------------------------      00000141
      *    CHAIN STATE CARRIED FROM ONE RECORD TO THE NEXT.  THE        00000142
      *    ANCHOR DAY IS THE LAST DAY AN ANCHOR WAS SEEN FOR;           00000143
      *    '*CARRY*' MEANS THE LOG RESUMES MID-DAY AFTER A PURGE        00000144
      *    AND THE FIRST DAY SEEN IS TAKEN AS ANCHORED.                 00000145
      *-----------------------------------------------------------      00000146
         05 WS-CHAIN-SW        PIC X(01).                               00000147
           88 WS-CHAIN-STARTED VALUE 'Y'.                               00000148
         05 WS-PRV-SEQ         PIC 9(09).                               00000149
         05 WS-PRV-HASH        PIC 9(09).                               00000150
         05 WS-NEXT-SEQ        PIC 9(10).                               00000151
         05 WS-ANCH-DAY        PIC X(08).                               00000152
           88 WS-ANCH-CARRIED  VALUE '*CARRY*'.                         00000153
         05 WS-GAP-FROM        PIC 9(09).                               00000154
         05 WS-GAP-TO          PIC 9(09).                               00000155
         05 WS-FND-TYPE        PIC X(10).                               00000156
         05 WS-FND-INFO        PIC X(50).                               00000157
      *-----------------------------------------------------------      00000158
      *    PER-LOG COUNTS FOR THE LOG'S SUMMARY BLOCK.                  00000159
      *-----------------------------------------------------------      00000160
         05 WS-LOG-COUNTS.                                              00000161
           10 WS-LOG-READ-CT   PIC 9(08).                               00000162
           10 WS-LOG-CHAIN-CT  PIC 9(08).                               00000163
           10 WS-LOG-ANCH-CT   PIC 9(08).                               00000164
           10 WS-LOG-LEGACY-CT PIC 9(08).                               00000165
           10 WS-LOG-GAP-CT    PIC 9(08).                               00000166
           10 WS-LOG-BROKEN-CT PIC 9(08).                               00000167
           10 WS-LOG-OOS-CT    PIC 9(08).                               00000168
           10 WS-LOG-UNCH-CT   PIC 9(08).                               00000169
           10 WS-LOG-NOANCH-CT PIC 9(08).                               00000170
           10 WS-LOG-TAIL-CT   PIC 9(08).                               00000171
           10 WS-LOG-BREAK-CT  PIC 9(08).                               00000172
         05 WS-CNT-LABEL       PIC X(27).                               00000173
         05 WS-CNT-VALUE       PIC 9(08).                               00000174
       COPY DLCHAIN.                                                    00000175
       LINKAGE SECTION.                                                 00000176
       01 LK-PARM-REC.                                                  00000177
           05 LK-RUN-DATE    PIC X(10).                                 00000178
       PROCEDURE DIVISION USING LK-PARM-REC.                            00000179
       0000-MAIN-PARA.                                                  00000180
           PERFORM 1000-INIT-PARA                                       00000181
              THRU 1000-INIT-PARA-EXIT                                  00000182
           PERFORM 3000-PROC-PARA                                       00000183
              THRU 3000-PROC-PARA-EXIT                                  00000184
           PERFORM 9000-TERM-PARA                                       00000185
           .                                                            00000186
       1000-INIT-PARA.                                                  00000187
           ACCEPT WS-AUDIT-START-TS(1:8) FROM DATE YYYYMMDD             00000188
           ACCEPT WS-AUDIT-START-TS(9:6) FROM TIME                      00000189
           IF LK-RUN-DATE = SPACES OR LK-RUN-DATE = LOW-VALUES          00000190
               ACCEPT WS-RUN-DATE(1:8) FROM DATE YYYYMMDD               00000191
               END-ACCEPT                                               00000192
           ELSE                                                         00000193
               MOVE LK-RUN-DATE TO WS-RUN-DATE                          00000194
           END-IF                                                       00000195
           .                                                            00000196
       1000-INIT-PARA-EXIT.                                             00000197
           EXIT                                                         00000198
           .                                                            00000199
       3000-PROC-PARA.                                                  00000200
           PERFORM 3100-OPEN-PARA                                       00000201
              THRU 3100-OPEN-PARA-EXIT                                  00000202
           MOVE SPACES TO RPT-REC                                       00000203
           STRING 'LOG CHAIN VERIFICATION   RUN DATE: '                 00000204
                  DELIMITED BY SIZE                                     00000205
                  WS-RUN-DATE DELIMITED BY SIZE                         00000206
                  INTO RPT-REC                                          00000207
           END-STRING                                                   00000208
           WRITE RPT-REC                                                00000209
           PERFORM 3200-AUD-PASS-PARA                                   00000210
              THRU 3200-AUD-PASS-PARA-EXIT                              00000211
           PERFORM 3300-MNT-PASS-PARA                                   00000212
              THRU 3300-MNT-PASS-PARA-EXIT                              00000213
           PERFORM 3400-ACC-PASS-PARA                                   00000214
              THRU 3400-ACC-PASS-PARA-EXIT                              00000215
           MOVE SPACES TO RPT-REC                                       00000216
           WRITE RPT-REC                                                00000217
           MOVE WS-READ-CT TO WS-CT-ED                                  00000218
           MOVE SPACES TO RPT-REC                                       00000219
           STRING 'RECORDS EXAMINED.........: ' DELIMITED BY SIZE       00000220
                  WS-CT-ED DELIMITED BY SIZE                            00000221
                  INTO RPT-REC                                          00000222
           END-STRING                                                   00000223
           WRITE RPT-REC                                                00000224
           MOVE WS-BREAK-CT TO WS-CT-ED                                 00000225
           MOVE SPACES TO RPT-REC                                       00000226
           STRING 'TOTAL CHAIN BREAKS.......: ' DELIMITED BY SIZE       00000227
                  WS-CT-ED DELIMITED BY SIZE                            00000228
                  INTO RPT-REC                                          00000229
           END-STRING                                                   00000230
           WRITE RPT-REC                                                00000231
           IF WS-BREAK-CT > 0                                           00000232
             MOVE 0008 TO WS-RETURN-CD                                  00000233
           END-IF                                                       00000234
           PERFORM 3900-CLOSE-PARA                                      00000235
              THRU 3900-CLOSE-PARA-EXIT                                 00000236
           .                                                            00000237
       3000-PROC-PARA-EXIT.                                             00000238
           EXIT                                                         00000239
           .                                                            00000240
       3100-OPEN-PARA.                                                  00000241
           OPEN EXTEND AUDIT-PS                                         00000242
           EVALUATE TRUE                                                00000243
           WHEN C05-AUDIT-SUCCESS                                       00000244
             SET WS-AUDIT-IS-OPEN TO TRUE                               00000245
           WHEN OTHER                                                   00000246
             DISPLAY 'AUDIT-PS OPEN FAILED ' WS-FST-AUDIT               00000247
           END-EVALUATE                                                 00000248
           OPEN INPUT AUDIN-PS                                          00000249
           EVALUATE TRUE                                                00000250
           WHEN C05-AUDIN-SUCCESS                                       00000251
             DISPLAY 'AUDIN-PS OPENED'                                  00000252
           WHEN OTHER                                                   00000253
             DISPLAY 'AUDIN-PS OPEN FAILED ' WS-FST-AUDIN               00000254
             MOVE 0008 TO WS-RETURN-CD                                  00000255
             PERFORM 9000-TERM-PARA                                     00000256
           END-EVALUATE                                                 00000257
           OPEN INPUT MNTLG-PS                                          00000258
           EVALUATE TRUE                                                00000259
           WHEN C05-MNTLG-SUCCESS                                       00000260
             DISPLAY 'MNTLG-PS OPENED'                                  00000261
           WHEN OTHER                                                   00000262
             DISPLAY 'MNTLG-PS OPEN FAILED ' WS-FST-MNTLG               00000263
             MOVE 0008 TO WS-RETURN-CD                                  00000264
             PERFORM 9000-TERM-PARA                                     00000265
           END-EVALUATE                                                 00000266
           OPEN INPUT ACCLG-PS                                          00000267
           EVALUATE TRUE                                                00000268
           WHEN C05-ACCLG-SUCCESS                                       00000269
             DISPLAY 'ACCLG-PS OPENED'                                  00000270
           WHEN OTHER                                                   00000271
             DISPLAY 'ACCLG-PS OPEN FAILED ' WS-FST-ACCLG               00000272
             MOVE 0008 TO WS-RETURN-CD                                  00000273
             PERFORM 9000-TERM-PARA                                     00000274
           END-EVALUATE                                                 00000275
           OPEN INPUT CHNKY-PS                                          00000276
           EVALUATE TRUE                                                00000277
           WHEN C05-CHNKY-SUCCESS                                       00000278
             DISPLAY 'CHNKY-PS OPENED'                                  00000279
           WHEN OTHER                                                   00000280
             DISPLAY 'CHNKY-PS OPEN FAILED ' WS-FST-CHNKY               00000281
             MOVE 0008 TO WS-RETURN-CD                                  00000282
             PERFORM 9000-TERM-PARA                                     00000283
           END-EVALUATE                                                 00000284
           OPEN OUTPUT RPT-PS                                           00000285
           EVALUATE TRUE                                                00000286
           WHEN C05-RPT-SUCCESS                                         00000287
             DISPLAY 'RPT-PS OPENED'                                    00000288
           WHEN OTHER                                                   00000289
             DISPLAY 'RPT-PS OPEN FAILED ' WS-FST-RPT                   00000290
             MOVE 0008 TO WS-RETURN-CD                                  00000291
             PERFORM 9000-TERM-PARA                                     00000292
           END-EVALUATE                                                 00000293
           .                                                            00000294
       3100-OPEN-PARA-EXIT.                                             00000295
           EXIT                                                         00000296
           .                                                            00000297
      *-----------------------------------------------------------      00000298
      *    AUDITLOG - FILE ORDER IS CHAIN ORDER.                        00000299
      *-----------------------------------------------------------      00000300
       3200-AUD-PASS-PARA.                                              00000301
           MOVE 'AUDITLOG' TO WS-LOG-NAME                               00000302
           PERFORM 3500-LOG-START-PARA                                  00000303
              THRU 3500-LOG-START-PARA-EXIT                             00000304
           PERFORM 3210-AUD-READ-PARA                                   00000305
              THRU 3210-AUD-READ-PARA-EXIT                              00000306
              UNTIL C05-AUDIN-EOF                                       00000307
           PERFORM 3700-TAIL-PARA                                       00000308
              THRU 3700-TAIL-PARA-EXIT                                  00000309
           PERFORM 3800-LOG-SUMMARY-PARA                                00000310
              THRU 3800-LOG-SUMMARY-PARA-EXIT                           00000311
           .                                                            00000312
       3200-AUD-PASS-PARA-EXIT.                                         00000313
           EXIT                                                         00000314
           .                                                            00000315
       3210-AUD-READ-PARA.                                              00000316
           READ AUDIN-PS                                                00000317
           EVALUATE TRUE                                                00000318
           WHEN C05-AUDIN-SUCCESS                                       00000319
             MOVE DL-AUDIN-REC TO WS-CUR-REC                            00000320
             MOVE DL-AUDIN-END-TS(1:8) TO WS-CUR-DAY                    00000321
             MOVE SPACES TO WS-CUR-ID WS-CUR-KIND                       00000322
             STRING DL-AUDIN-PGM DELIMITED BY SIZE                      00000323
                    ' '          DELIMITED BY SIZE                      00000324
                    DL-AUDIN-END-TS DELIMITED BY SIZE                   00000325
                    INTO WS-CUR-ID                                      00000326
             END-STRING                                                 00000327
             EVALUATE TRUE                                              00000328
             WHEN DL-AUDIN-ANCHOR                                       00000329
               SET WS-CUR-ANCHOR TO TRUE                                00000330
             WHEN DL-AUDIN-CARRY                                        00000331
               SET WS-CUR-CARRY TO TRUE                                 00000332
             END-EVALUATE                                               00000333
             PERFORM 3600-CHECK-PARA                                    00000334
                THRU 3600-CHECK-PARA-EXIT                               00000335
           WHEN C05-AUDIN-EOF                                           00000336
             CONTINUE                                                   00000337
           WHEN OTHER                                                   00000338
             DISPLAY 'AUDIN-PS READ FAILED ' WS-FST-AUDIN               00000339
             MOVE 0008 TO WS-RETURN-CD                                  00000340
             MOVE 10 TO WS-FST-AUDIN                                    00000341
           END-EVALUATE                                                 00000342
           .                                                            00000343
       3210-AUD-READ-PARA-EXIT.                                         00000344
           EXIT                                                         00000345
           .                                                            00000346
      *-----------------------------------------------------------      00000347
      *    EMPMNTLG - WALKED BY SEQUENCE THROUGH THE ALTERNATE KEY.     00000348
      *    PRE-CHAIN RECORDS (NO SEQUENCE) SORT FIRST.                  00000349
      *-----------------------------------------------------------      00000350
       3300-MNT-PASS-PARA.                                              00000351
           MOVE 'EMPMNTLG' TO WS-LOG-NAME                               00000352
           PERFORM 3500-LOG-START-PARA                                  00000353
              THRU 3500-LOG-START-PARA-EXIT                             00000354
           MOVE LOW-VALUES TO DL-MAINT-CHN-KEY                          00000355
           START MNTLG-PS KEY IS NOT LESS THAN DL-MAINT-CHN-KEY         00000356
           EVALUATE TRUE                                                00000357
           WHEN C05-MNTLG-SUCCESS                                       00000358
             PERFORM 3310-MNT-READ-PARA                                 00000359
                THRU 3310-MNT-READ-PARA-EXIT                            00000360
                UNTIL C05-MNTLG-EOF                                     00000361
           WHEN C05-MNTLG-NOTFND                                        00000362
             CONTINUE                                                   00000363
           WHEN OTHER                                                   00000364
             DISPLAY 'MNTLG-PS START FAILED ' WS-FST-MNTLG              00000365
             MOVE 0008 TO WS-RETURN-CD                                  00000366
           END-EVALUATE                                                 00000367
           PERFORM 3700-TAIL-PARA                                       00000368
              THRU 3700-TAIL-PARA-EXIT                                  00000369
           PERFORM 3800-LOG-SUMMARY-PARA                                00000370
              THRU 3800-LOG-SUMMARY-PARA-EXIT                           00000371
           .                                                            00000372
       3300-MNT-PASS-PARA-EXIT.                                         00000373
           EXIT                                                         00000374
           .                                                            00000375
       3310-MNT-READ-PARA.                                              00000376
           READ MNTLG-PS NEXT RECORD                                    00000377
           EVALUATE TRUE                                                00000378
           WHEN C05-MNTLG-SUCCESS                                       00000379
             MOVE DL-MAINT-REC TO WS-CUR-REC                            00000380
             MOVE DL-MAINT-TIMESTAMP(1:8) TO WS-CUR-DAY                 00000381
             MOVE SPACES TO WS-CUR-ID WS-CUR-KIND                       00000382
             STRING DL-MAINT-TIMESTAMP DELIMITED BY SIZE                00000383
                    ' '                DELIMITED BY SIZE                00000384
                    DL-MAINT-EMPID     DELIMITED BY SIZE                00000385
                    ' '                DELIMITED BY SIZE                00000386
                    DL-MAINT-OPERATOR  DELIMITED BY SIZE                00000387
                    INTO WS-CUR-ID                                      00000388
             END-STRING                                                 00000389
             IF DL-MAINT-ANCHOR                                         00000390
               SET WS-CUR-ANCHOR TO TRUE                                00000391
             END-IF                                                     00000392
             PERFORM 3600-CHECK-PARA                                    00000393
                THRU 3600-CHECK-PARA-EXIT                               00000394
           WHEN C05-MNTLG-EOF                                           00000395
             CONTINUE                                                   00000396
           WHEN OTHER                                                   00000397
             DISPLAY 'MNTLG-PS READ FAILED ' WS-FST-MNTLG               00000398
             MOVE 0008 TO WS-RETURN-CD                                  00000399
             MOVE 10 TO WS-FST-MNTLG                                    00000400
           END-EVALUATE                                                 00000401
           .                                                            00000402
       3310-MNT-READ-PARA-EXIT.                                         00000403
           EXIT                                                         00000404
           .                                                            00000405
      *-----------------------------------------------------------      00000406
      *    EMPACCLG - WALKED BY SEQUENCE THROUGH THE ALTERNATE KEY.     00000407
      *-----------------------------------------------------------      00000408
       3400-ACC-PASS-PARA.                                              00000409
           MOVE 'EMPACCLG' TO WS-LOG-NAME                               00000410
           PERFORM 3500-LOG-START-PARA                                  00000411
              THRU 3500-LOG-START-PARA-EXIT                             00000412
           MOVE LOW-VALUES TO DL-ACCLG-CHN-KEY                          00000413
           START ACCLG-PS KEY IS NOT LESS THAN DL-ACCLG-CHN-KEY         00000414
           EVALUATE TRUE                                                00000415
           WHEN C05-ACCLG-SUCCESS                                       00000416
             PERFORM 3410-ACC-READ-PARA                                 00000417
                THRU 3410-ACC-READ-PARA-EXIT                            00000418
                UNTIL C05-ACCLG-EOF                                     00000419
           WHEN C05-ACCLG-NOTFND                                        00000420
             CONTINUE                                                   00000421
           WHEN OTHER                                                   00000422
             DISPLAY 'ACCLG-PS START FAILED ' WS-FST-ACCLG              00000423
             MOVE 0008 TO WS-RETURN-CD                                  00000424
           END-EVALUATE                                                 00000425
           PERFORM 3700-TAIL-PARA                                       00000426
              THRU 3700-TAIL-PARA-EXIT                                  00000427
           PERFORM 3800-LOG-SUMMARY-PARA                                00000428
              THRU 3800-LOG-SUMMARY-PARA-EXIT                           00000429
           .                                                            00000430
       3400-ACC-PASS-PARA-EXIT.                                         00000431
           EXIT                                                         00000432
           .                                                            00000433
       3410-ACC-READ-PARA.                                              00000434
           READ ACCLG-PS NEXT RECORD                                    00000435
           EVALUATE TRUE                                                00000436
           WHEN C05-ACCLG-SUCCESS                                       00000437
             MOVE DL-ACCLG-REC TO WS-CUR-REC                            00000438
             MOVE DL-ACCLG-TIMESTAMP(1:8) TO WS-CUR-DAY                 00000439
             MOVE SPACES TO WS-CUR-ID WS-CUR-KIND                       00000440
             STRING DL-ACCLG-TIMESTAMP DELIMITED BY SIZE                00000441
                    ' '                DELIMITED BY SIZE                00000442
                    DL-ACCLG-TASKN     DELIMITED BY SIZE                00000443
                    ' '                DELIMITED BY SIZE                00000444
                    DL-ACCLG-OPERATOR  DELIMITED BY SIZE                00000445
                    INTO WS-CUR-ID                                      00000446
             END-STRING                                                 00000447
             IF DL-ACCLG-ANCHOR                                         00000448
               SET WS-CUR-ANCHOR TO TRUE                                00000449
             END-IF                                                     00000450
             PERFORM 3600-CHECK-PARA                                    00000451
                THRU 3600-CHECK-PARA-EXIT                               00000452
           WHEN C05-ACCLG-EOF                                           00000453
             CONTINUE                                                   00000454
           WHEN OTHER                                                   00000455
             DISPLAY 'ACCLG-PS READ FAILED ' WS-FST-ACCLG               00000456
             MOVE 0008 TO WS-RETURN-CD                                  00000457
             MOVE 10 TO WS-FST-ACCLG                                    00000458
           END-EVALUATE                                                 00000459
           .                                                            00000460
       3410-ACC-READ-PARA-EXIT.                                         00000461
           EXIT                                                         00000462
           .                                                            00000463
      *-----------------------------------------------------------      00000464
      *    RESET THE CHAIN STATE, TAKE THE LOG'S HEAD FROM LOGCHAIN     00000465
      *    AND HEAD ITS SECTION OF THE REPORT.                          00000466
      *-----------------------------------------------------------      00000467
       3500-LOG-START-PARA.                                             00000468
           MOVE ZEROES TO WS-LOG-COUNTS WS-PRV-SEQ WS-PRV-HASH          00000469
                          WS-HEAD-SEQ WS-HEAD-HASH                      00000470
           MOVE 'N' TO WS-CHAIN-SW WS-HEAD-SW WS-HEAD-SEEN-SW           00000471
           MOVE SPACES TO WS-ANCH-DAY                                   00000472
           MOVE WS-LOG-NAME TO DL-CHNKY-LOG                             00000473
           READ CHNKY-PS                                                00000474
           EVALUATE TRUE                                                00000475
           WHEN C05-CHNKY-SUCCESS                                       00000476
             SET WS-HEAD-FOUND TO TRUE                                  00000477
             MOVE DL-CHNKY-SEQ  TO WS-HEAD-SEQ                          00000478
             MOVE DL-CHNKY-HASH TO WS-HEAD-HASH                         00000479
           WHEN C05-CHNKY-NOTFND                                        00000480
             CONTINUE                                                   00000481
           WHEN OTHER                                                   00000482
             DISPLAY 'CHNKY-PS READ FAILED ' WS-FST-CHNKY               00000483
                     ' FOR ' WS-LOG-NAME                                00000484
             MOVE 0008 TO WS-RETURN-CD                                  00000485
           END-EVALUATE                                                 00000486
           MOVE SPACES TO RPT-REC                                       00000487
           WRITE RPT-REC                                                00000488
           MOVE SPACES TO RPT-REC                                       00000489
           STRING 'LOG ' DELIMITED BY SIZE                              00000490
                  WS-LOG-NAME DELIMITED BY SIZE                         00000491
                  INTO RPT-REC                                          00000492
           END-STRING                                                   00000493
           WRITE RPT-REC                                                00000494
           .                                                            00000495
       3500-LOG-START-PARA-EXIT.                                        00000496
           EXIT                                                         00000497
           .                                                            00000498
      *-----------------------------------------------------------      00000499
      *    CHECK ONE RECORD AGAINST THE ONE BEFORE IT.  AFTER A GAP     00000500
      *    OR A BROKEN LINK THE WALK RESUMES FROM THE RECORD AS         00000501
      *    STORED, SO ONE BREAK IS REPORTED ONCE; AN OUT-OF-SEQUENCE    00000502
      *    RECORD IS PASSED OVER SO THE CHAIN CONTINUES FROM THE        00000503
      *    LAST GOOD POINT.                                             00000504
      *-----------------------------------------------------------      00000505
       3600-CHECK-PARA.                                                 00000506
           ADD 1 TO WS-READ-CT WS-LOG-READ-CT                           00000507
           IF WS-CUR-REC(82:9) IS NOT NUMERIC OR                        00000508
              WS-CUR-REC(92:9) IS NOT NUMERIC                           00000509
             IF WS-CHAIN-STARTED                                        00000510
               ADD 1 TO WS-LOG-UNCH-CT                                  00000511
               MOVE ZEROES TO WS-CUR-SEQ                                00000512
               MOVE 'UNCHAINED' TO WS-FND-TYPE                          00000513
               MOVE 'RECORD CARRIES NO SEQUENCE OR HASH'                00000514
                 TO WS-FND-INFO                                         00000515
               PERFORM 3650-FINDING-PARA                                00000516
                  THRU 3650-FINDING-PARA-EXIT                           00000517
             ELSE                                                       00000518
               ADD 1 TO WS-LOG-LEGACY-CT                                00000519
             END-IF                                                     00000520
             GO TO 3600-CHECK-PARA-EXIT                                 00000521
           END-IF                                                       00000522
           MOVE WS-CUR-REC(82:9) TO WS-CUR-SEQ                          00000523
           MOVE WS-CUR-REC(92:9) TO WS-CUR-HASH                         00000524
           IF WS-CUR-SEQ = WS-HEAD-SEQ                                  00000525
             SET WS-HEAD-SEEN TO TRUE                                   00000526
             IF WS-HEAD-FOUND AND WS-CUR-HASH NOT = WS-HEAD-HASH        00000527
               ADD 1 TO WS-LOG-TAIL-CT                                  00000528
               MOVE 'TAIL' TO WS-FND-TYPE                               00000529
               MOVE 'HASH DIFFERS FROM THE LOGCHAIN HEAD'               00000530
                 TO WS-FND-INFO                                         00000531
               PERFORM 3650-FINDING-PARA                                00000532
                  THRU 3650-FINDING-PARA-EXIT                           00000533
             END-IF                                                     00000534
           END-IF                                                       00000535
           IF WS-CUR-CARRY AND NOT WS-CHAIN-STARTED                     00000536
             SET WS-CHAIN-STARTED TO TRUE                               00000537
             MOVE WS-CUR-SEQ  TO WS-PRV-SEQ                             00000538
             MOVE WS-CUR-HASH TO WS-PRV-HASH                            00000539
             SET WS-ANCH-CARRIED TO TRUE                                00000540
             GO TO 3600-CHECK-PARA-EXIT                                 00000541
           END-IF                                                       00000542
           SET WS-CHAIN-STARTED TO TRUE                                 00000543
           ADD 1 TO WS-LOG-CHAIN-CT                                     00000544
           COMPUTE WS-NEXT-SEQ = WS-PRV-SEQ + 1                         00000545
           EVALUATE TRUE                                                00000546
           WHEN WS-CUR-SEQ = WS-NEXT-SEQ                                00000547
             PERFORM 3610-VERIFY-PARA                                   00000548
                THRU 3610-VERIFY-PARA-EXIT                              00000549
           WHEN WS-CUR-SEQ > WS-NEXT-SEQ                                00000550
             ADD 1 TO WS-LOG-GAP-CT                                     00000551
             MOVE WS-NEXT-SEQ TO WS-GAP-FROM                            00000552
             COMPUTE WS-GAP-TO = WS-CUR-SEQ - 1                         00000553
             MOVE WS-GAP-FROM TO WS-SEQ-ED                              00000554
             MOVE WS-GAP-TO   TO WS-SEQ2-ED                             00000555
             MOVE 'GAP' TO WS-FND-TYPE                                  00000556
             MOVE SPACES TO WS-FND-INFO                                 00000557
             STRING 'MISSING SEQUENCE ' DELIMITED BY SIZE               00000558
                    WS-SEQ-ED  DELIMITED BY SIZE                        00000559
                    ' TO '     DELIMITED BY SIZE                        00000560
                    WS-SEQ2-ED DELIMITED BY SIZE                        00000561
                    INTO WS-FND-INFO                                    00000562
             END-STRING                                                 00000563
             PERFORM 3650-FINDING-PARA                                  00000564
                THRU 3650-FINDING-PARA-EXIT                             00000565
           WHEN OTHER                                                   00000566
             ADD 1 TO WS-LOG-OOS-CT                                     00000567
             MOVE WS-PRV-SEQ TO WS-SEQ-ED                               00000568
             MOVE 'OUT OF SEQ' TO WS-FND-TYPE                           00000569
             MOVE SPACES TO WS-FND-INFO                                 00000570
             STRING 'FOLLOWS SEQUENCE ' DELIMITED BY SIZE               00000571
                    WS-SEQ-ED  DELIMITED BY SIZE                        00000572
                    INTO WS-FND-INFO                                    00000573
             END-STRING                                                 00000574
             PERFORM 3650-FINDING-PARA                                  00000575
                THRU 3650-FINDING-PARA-EXIT                             00000576
             GO TO 3600-CHECK-PARA-EXIT                                 00000577
           END-EVALUATE                                                 00000578
           MOVE WS-CUR-SEQ  TO WS-PRV-SEQ                               00000579
           MOVE WS-CUR-HASH TO WS-PRV-HASH                              00000580
           PERFORM 3620-ANCHOR-PARA                                     00000581
              THRU 3620-ANCHOR-PARA-EXIT                                00000582
           .                                                            00000583
       3600-CHECK-PARA-EXIT.                                            00000584
           EXIT                                                         00000585
           .                                                            00000586
       3610-VERIFY-PARA.                                                00000587
           MOVE SPACES      TO DL-CHN-PARMS                             00000588
           MOVE 'VFY'       TO DL-CHN-FUNC                              00000589
           MOVE WS-LOG-NAME TO DL-CHN-LOG                               00000590
           MOVE WS-PRV-HASH TO DL-CHN-HASH                              00000591
           MOVE WS-CUR-REC  TO DL-CHN-REC                               00000592
           CALL 'PAYCHAIN' USING DL-CHN-PARMS                           00000593
             ON EXCEPTION                                               00000594
               DISPLAY 'PAYCHAIN NOT AVAILABLE - CHAIN CANNOT BE '      00000595
                       'VERIFIED'                                       00000596
               MOVE 0008 TO WS-RETURN-CD                                00000597
               PERFORM 9000-TERM-PARA                                   00000598
           END-CALL                                                     00000599
           IF DL-CHN-CALC NOT = WS-CUR-HASH                             00000600
             ADD 1 TO WS-LOG-BROKEN-CT                                  00000601
             MOVE 'BROKEN' TO WS-FND-TYPE                               00000602
             MOVE 'HASH DOES NOT MATCH RECORD AND PREDECESSOR'          00000603
               TO WS-FND-INFO                                           00000604
             PERFORM 3650-FINDING-PARA                                  00000605
                THRU 3650-FINDING-PARA-EXIT                             00000606
           END-IF                                                       00000607
           .                                                            00000608
       3610-VERIFY-PARA-EXIT.                                           00000609
           EXIT                                                         00000610
           .                                                            00000611
      *-----------------------------------------------------------      00000612
      *    EVERY DAY'S RECORDS MUST FOLLOW THAT DAY'S ANCHOR.  A        00000613
      *    MISSING ANCHOR IS REPORTED ONCE FOR THE DAY.                 00000614
      *-----------------------------------------------------------      00000615
       3620-ANCHOR-PARA.                                                00000616
           EVALUATE TRUE                                                00000617
           WHEN WS-CUR-ANCHOR                                           00000618
             ADD 1 TO WS-LOG-ANCH-CT                                    00000619
             MOVE WS-CUR-DAY TO WS-ANCH-DAY                             00000620
           WHEN WS-ANCH-CARRIED                                         00000621
             MOVE WS-CUR-DAY TO WS-ANCH-DAY                             00000622
           WHEN WS-CUR-DAY NOT = WS-ANCH-DAY                            00000623
             ADD 1 TO WS-LOG-NOANCH-CT                                  00000624
             MOVE 'NO ANCHOR' TO WS-FND-TYPE                            00000625
             MOVE SPACES TO WS-FND-INFO                                 00000626
             STRING 'NO DAILY ANCHOR FOR ' DELIMITED BY SIZE            00000627
                    WS-CUR-DAY DELIMITED BY SIZE                        00000628
                    INTO WS-FND-INFO                                    00000629
             END-STRING                                                 00000630
             PERFORM 3650-FINDING-PARA                                  00000631
                THRU 3650-FINDING-PARA-EXIT                             00000632
             MOVE WS-CUR-DAY TO WS-ANCH-DAY                             00000633
           WHEN OTHER                                                   00000634
             CONTINUE                                                   00000635
           END-EVALUATE                                                 00000636
           .                                                            00000637
       3620-ANCHOR-PARA-EXIT.                                           00000638
           EXIT                                                         00000639
           .                                                            00000640
       3650-FINDING-PARA.                                               00000641
           ADD 1 TO WS-LOG-BREAK-CT WS-BREAK-CT                         00000642
           MOVE WS-CUR-SEQ TO WS-SEQ-ED                                 00000643
           MOVE SPACES TO RPT-REC                                       00000644
           MOVE WS-FND-TYPE TO RPT-REC(3:10)                            00000645
           MOVE WS-SEQ-ED   TO RPT-REC(14:9)                            00000646
           MOVE WS-FND-INFO TO RPT-REC(24:50)                           00000647
           MOVE WS-CUR-ID   TO RPT-REC(75:40)                           00000648
           WRITE RPT-REC                                                00000649
           .                                                            00000650
       3650-FINDING-PARA-EXIT.                                          00000651
           EXIT                                                         00000652
           .                                                            00000653
      *-----------------------------------------------------------      00000654
      *    THE LOG MUST REACH THE HEAD LOGCHAIN HELD WHEN THE WALK      00000655
      *    STARTED.  A CHAINED LOG WITH NO HEAD HAS LOST ITS            00000656
      *    LOGCHAIN RECORD; AN UNCHAINED ONE HAS SIMPLY NOT BEEN        00000657
      *    WRITTEN TO SINCE CHAINING CAME IN.                           00000658
      *-----------------------------------------------------------      00000659
       3700-TAIL-PARA.                                                  00000660
           MOVE SPACES TO WS-CUR-ID                                     00000661
           EVALUATE TRUE                                                00000662
           WHEN WS-HEAD-FOUND                                           00000663
             IF WS-HEAD-SEQ > 0 AND NOT WS-HEAD-SEEN                    00000664
               ADD 1 TO WS-LOG-TAIL-CT                                  00000665
               MOVE WS-PRV-SEQ TO WS-CUR-SEQ                            00000666
               MOVE WS-HEAD-SEQ TO WS-SEQ2-ED                           00000667
               MOVE 'TAIL' TO WS-FND-TYPE                               00000668
               MOVE SPACES TO WS-FND-INFO                               00000669
               STRING 'LOG ENDS SHORT OF HEAD SEQUENCE '                00000670
                      DELIMITED BY SIZE                                 00000671
                      WS-SEQ2-ED DELIMITED BY SIZE                      00000672
                      INTO WS-FND-INFO                                  00000673
               END-STRING                                               00000674
               PERFORM 3650-FINDING-PARA                                00000675
                  THRU 3650-FINDING-PARA-EXIT                           00000676
             END-IF                                                     00000677
           WHEN WS-CHAIN-STARTED                                        00000678
             ADD 1 TO WS-LOG-TAIL-CT                                    00000679
             MOVE WS-PRV-SEQ TO WS-CUR-SEQ                              00000680
             MOVE 'TAIL' TO WS-FND-TYPE                                 00000681
             MOVE 'CHAINED LOG HAS NO HEAD ON LOGCHAIN'                 00000682
               TO WS-FND-INFO                                           00000683
             PERFORM 3650-FINDING-PARA                                  00000684
                THRU 3650-FINDING-PARA-EXIT                             00000685
           WHEN OTHER                                                   00000686
             MOVE SPACES TO RPT-REC                                     00000687
             STRING '  LOG NOT YET CHAINED' DELIMITED BY SIZE           00000688
                    INTO RPT-REC                                        00000689
             END-STRING                                                 00000690
             WRITE RPT-REC                                              00000691
           END-EVALUATE                                                 00000692
           .                                                            00000693
       3700-TAIL-PARA-EXIT.                                             00000694
           EXIT                                                         00000695
           .                                                            00000696
       3800-LOG-SUMMARY-PARA.                                           00000697
           MOVE 'RECORDS READ.............: ' TO WS-CNT-LABEL           00000698
           MOVE WS-LOG-READ-CT TO WS-CNT-VALUE                          00000699
           PERFORM 3810-COUNT-LINE-PARA                                 00000700
              THRU 3810-COUNT-LINE-PARA-EXIT                            00000701
           MOVE 'PRE-CHAIN RECORDS........: ' TO WS-CNT-LABEL           00000702
           MOVE WS-LOG-LEGACY-CT TO WS-CNT-VALUE                        00000703
           PERFORM 3810-COUNT-LINE-PARA                                 00000704
              THRU 3810-COUNT-LINE-PARA-EXIT                            00000705
           MOVE 'CHAINED RECORDS..........: ' TO WS-CNT-LABEL           00000706
           MOVE WS-LOG-CHAIN-CT TO WS-CNT-VALUE                         00000707
           PERFORM 3810-COUNT-LINE-PARA                                 00000708
              THRU 3810-COUNT-LINE-PARA-EXIT                            00000709
           MOVE 'DAILY ANCHORS............: ' TO WS-CNT-LABEL           00000710
           MOVE WS-LOG-ANCH-CT TO WS-CNT-VALUE                          00000711
           PERFORM 3810-COUNT-LINE-PARA                                 00000712
              THRU 3810-COUNT-LINE-PARA-EXIT                            00000713
           MOVE 'SEQUENCE GAPS............: ' TO WS-CNT-LABEL           00000714
           MOVE WS-LOG-GAP-CT TO WS-CNT-VALUE                           00000715
           PERFORM 3810-COUNT-LINE-PARA                                 00000716
              THRU 3810-COUNT-LINE-PARA-EXIT                            00000717
           MOVE 'BROKEN HASH LINKS........: ' TO WS-CNT-LABEL           00000718
           MOVE WS-LOG-BROKEN-CT TO WS-CNT-VALUE                        00000719
           PERFORM 3810-COUNT-LINE-PARA                                 00000720
              THRU 3810-COUNT-LINE-PARA-EXIT                            00000721
           MOVE 'OUT OF SEQUENCE..........: ' TO WS-CNT-LABEL           00000722
           MOVE WS-LOG-OOS-CT TO WS-CNT-VALUE                           00000723
           PERFORM 3810-COUNT-LINE-PARA                                 00000724
              THRU 3810-COUNT-LINE-PARA-EXIT                            00000725
           MOVE 'UNCHAINED RECORDS........: ' TO WS-CNT-LABEL           00000726
           MOVE WS-LOG-UNCH-CT TO WS-CNT-VALUE                          00000727
           PERFORM 3810-COUNT-LINE-PARA                                 00000728
              THRU 3810-COUNT-LINE-PARA-EXIT                            00000729
           MOVE 'DAYS WITHOUT AN ANCHOR...: ' TO WS-CNT-LABEL           00000730
           MOVE WS-LOG-NOANCH-CT TO WS-CNT-VALUE                        00000731
           PERFORM 3810-COUNT-LINE-PARA                                 00000732
              THRU 3810-COUNT-LINE-PARA-EXIT                            00000733
           MOVE 'TAIL MISMATCHES..........: ' TO WS-CNT-LABEL           00000734
           MOVE WS-LOG-TAIL-CT TO WS-CNT-VALUE                          00000735
           PERFORM 3810-COUNT-LINE-PARA                                 00000736
              THRU 3810-COUNT-LINE-PARA-EXIT                            00000737
           MOVE WS-HEAD-SEQ TO WS-SEQ-ED                                00000738
           MOVE SPACES TO RPT-REC                                       00000739
           STRING 'LOGCHAIN HEAD SEQUENCE...: ' DELIMITED BY SIZE       00000740
                  WS-SEQ-ED DELIMITED BY SIZE                           00000741
                  INTO RPT-REC                                          00000742
           END-STRING                                                   00000743
           WRITE RPT-REC                                                00000744
           MOVE SPACES TO RPT-REC                                       00000745
           IF WS-LOG-BREAK-CT = 0                                       00000746
             STRING 'CHAIN VERIFIED' DELIMITED BY SIZE                  00000747
                    INTO RPT-REC                                        00000748
             END-STRING                                                 00000749
           ELSE                                                         00000750
             STRING '*** CHAIN BROKEN ***' DELIMITED BY SIZE            00000751
                    INTO RPT-REC                                        00000752
             END-STRING                                                 00000753
           END-IF                                                       00000754
           WRITE RPT-REC                                                00000755
           .                                                            00000756
       3800-LOG-SUMMARY-PARA-EXIT.                                      00000757
           EXIT                                                         00000758
           .                                                            00000759
       3810-COUNT-LINE-PARA.                                            00000760
           MOVE WS-CNT-VALUE TO WS-CT-ED                                00000761
           MOVE SPACES TO RPT-REC                                       00000762
           STRING WS-CNT-LABEL DELIMITED BY SIZE                        00000763
                  WS-CT-ED DELIMITED BY SIZE                            00000764
                  INTO RPT-REC                                          00000765
           END-STRING                                                   00000766
           WRITE RPT-REC                                                00000767
           .                                                            00000768
       3810-COUNT-LINE-PARA-EXIT.                                       00000769
           EXIT                                                         00000770
           .                                                            00000771
       3900-CLOSE-PARA.                                                 00000772
           CLOSE AUDIN-PS MNTLG-PS ACCLG-PS CHNKY-PS RPT-PS             00000773
           .                                                            00000774
       3900-CLOSE-PARA-EXIT.                                            00000775
           EXIT                                                         00000776
           .                                                            00000777
       9000-TERM-PARA.                                                  00000778
           IF WS-AUDIT-IS-OPEN                                          00000779
             MOVE SPACES            TO DL-AUDIT-REC                     00000780
             MOVE 'LOGVER'          TO DL-AUDIT-PGM                     00000781
             MOVE WS-AUDIT-START-TS TO DL-AUDIT-START-TS                00000782
             ACCEPT DL-AUDIT-END-TS(1:8) FROM DATE YYYYMMDD             00000783
             ACCEPT DL-AUDIT-END-TS(9:6) FROM TIME                      00000784
             MOVE WS-READ-CT        TO DL-AUDIT-READ-CT                 00000785
             MOVE WS-BREAK-CT       TO DL-AUDIT-WRITE-CT                00000786
             MOVE WS-RETURN-CD      TO DL-AUDIT-RETURN-CD               00000787
             MOVE 'COMPLETED'       TO DL-AUDIT-STATUS-TX               00000788
             PERFORM 9100-AUDIT-CHAIN-PARA                              00000789
                THRU 9100-AUDIT-CHAIN-PARA-EXIT                         00000790
             WRITE DL-AUDIT-REC                                         00000791
             CLOSE AUDIT-PS                                             00000792
           END-IF                                                       00000793
           MOVE WS-RETURN-CD TO RETURN-CODE                             00000794
           STOP RUN                                                     00000795
           .                                                            00000796
      *-----------------------------------------------------------      00000797
      *    CHAIN THE AUDIT RECORD INTO AUDITLOG'S SEQUENCE AND          00000798
      *    HASH, WRITING THE DAY'S ANCHOR FIRST WHEN THIS IS THE        00000799
      *    FIRST RECORD OF THE DAY.                                     00000800
      *-----------------------------------------------------------      00000801
       9100-AUDIT-CHAIN-PARA.                                           00000802
           MOVE SPACES       TO DL-CHN-PARMS                            00000803
           MOVE 'NXT'        TO DL-CHN-FUNC                             00000804
           MOVE 'AUDITLOG'   TO DL-CHN-LOG                              00000805
           MOVE DL-AUDIT-END-TS(1:8) TO DL-CHN-TODAY                    00000806
           MOVE DL-AUDIT-REC TO DL-CHN-REC                              00000807
           CALL 'PAYCHAIN' USING DL-CHN-PARMS                           00000808
             ON EXCEPTION                                               00000809
               DISPLAY 'PAYCHAIN NOT AVAILABLE - AUDIT RECORD NOT '     00000810
                       'CHAINED'                                        00000811
           END-CALL                                                     00000812
           IF DL-CHN-ANCHORED                                           00000813
             WRITE DL-AUDIT-REC FROM DL-CHN-ANCHOR                      00000814
           END-IF                                                       00000815
           IF DL-CHN-OK                                                 00000816
             MOVE DL-CHN-REC TO DL-AUDIT-REC                            00000817
           END-IF                                                       00000818
           .                                                            00000819
       9100-AUDIT-CHAIN-PARA-EXIT.                                      00000820
           EXIT                                                         00000821
           .                                                            00000822

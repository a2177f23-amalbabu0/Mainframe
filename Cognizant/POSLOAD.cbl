       IDENTIFICATION DIVISION.                                         00000001
       PROGRAM-ID. POSLOAD.                                             00000002
       AUTHOR. PAYROLL SYSTEMS.                                         00000003
       DATE-WRITTEN. 2026-10-15.                                        00000004
      *-----------------------------------------------------------      00000005
      *    BATCH MAINTENANCE OF THE POSITION CONTROL MASTER             00000006
      *    (POSMST, DLPOSN LAYOUT) FROM THE BUDGET OFFICE'S             00000007
      *    POSITION CARDS.  CARD LAYOUT:                                00000008
      *      COL 1     ACTION - 'A' ADD, 'C' CHANGE, 'D' DELETE         00000009
      *      COL 3-8   POSITION NUMBER                                  00000010
      *      COL 10-13 DEPARTMENT - ACTIVE ON DEPTREF                   00000011
      *      COL 15-16 PAYROLL GROUP                                    00000012
      *      COL 18-26 BUDGETED ANNUAL SALARY (NNNNNNN.NN)              00000013
      *      COL 28-47 POSITION TITLE                                   00000014
      *    AN ADDED POSITION STARTS VACANT; EMPTRN FILLS IT ON A        00000015
      *    HIRE OR TRANSFER INTO THE DEPARTMENT AND GROUP.  A           00000016
      *    CHANGE REPLACES ONLY THE FIELDS THE CARD CARRIES (BLANK      00000017
      *    LEAVES THE FIELD AS IT STANDS), BUT A FILLED POSITION        00000018
      *    CANNOT CHANGE DEPARTMENT OR GROUP UNDER ITS HOLDER - THE     00000019
      *    EMPLOYEE MUST BE TRANSFERRED FIRST.  ONLY A VACANT           00000020
      *    POSITION CAN BE DELETED.                                     00000021
      *    EVERY CARD IS VALIDATED; REJECTS GO TO THE SHARED            00000022
      *    SUSPENSE FILE (DLSUSP) AND EVERY CARD GETS A LINE ON         00000023
      *    THE ACTIVITY REPORT, THE SAME CONVENTIONS GARNLOAD USES      00000024
      *    FOR THE PAYROLL OFFICE'S ORDER CARDS.                        00000025
      *-----------------------------------------------------------      00000026
       ENVIRONMENT DIVISION.                                            00000027
       INPUT-OUTPUT SECTION.                                            00000028
       FILE-CONTROL.                                                    00000029
           SELECT CARD-PS ASSIGN TO POSCARD                             00000030
           ORGANIZATION IS SEQUENTIAL                                   00000031
           ACCESS IS SEQUENTIAL                                         00000032
           FILE STATUS IS WS-FST-CARD                                   00000033
           .                                                            00000034
           SELECT POS-PS ASSIGN TO POSMST                               00000035
           ORGANIZATION IS INDEXED                                      00000036
           ACCESS IS RANDOM                                             00000037
           RECORD KEY IS DL-POS-ID                                      00000038
           FILE STATUS IS WS-FST-POS                                    00000039
           .                                                            00000040
           SELECT OPTIONAL DEPTREF-PS ASSIGN TO DEPTREF                 00000041
           ORGANIZATION IS SEQUENTIAL                                   00000042
           ACCESS IS SEQUENTIAL                                         00000043
           FILE STATUS IS WS-FST-DEPTREF                                00000044
           .                                                            00000045
           SELECT RPT-PS ASSIGN TO POSLDRPT                             00000046
           ORGANIZATION IS SEQUENTIAL                                   00000047
           ACCESS IS SEQUENTIAL                                         00000048
           FILE STATUS IS WS-FST-RPT                                    00000049
           .                                                            00000050
           SELECT SUSP-PS ASSIGN TO SUSPFILE                            00000051
           ORGANIZATION IS SEQUENTIAL                                   00000052
           ACCESS IS SEQUENTIAL                                         00000053
           FILE STATUS IS WS-FST-SUSP                                   00000054
           .                                                            00000055
           SELECT AUDIT-PS ASSIGN TO AUDITLOG                           00000056
           ORGANIZATION IS SEQUENTIAL                                   00000057
           ACCESS IS SEQUENTIAL                                         00000058
           FILE STATUS IS WS-FST-AUDIT                                  00000059
           .                                                            00000060
       DATA DIVISION.                                                   00000061
       FILE SECTION.                                                    00000062
       FD CARD-PS                                                       00000063
           RECORD CONTAINS 80 CHARACTERS.                               00000064
       01 CARD-REC.                                                     00000065
         05 CRD-ACTION         PIC X(01).                               00000066
         05 F                  PIC X(01).                               00000067
         05 CRD-POSID          PIC X(06).                               00000068
         05 F                  PIC X(01).                               00000069
         05 CRD-DEPT           PIC X(04).                               00000070
         05 F                  PIC X(01).                               00000071
         05 CRD-GROUP          PIC X(02).                               00000072
         05 F                  PIC X(01).                               00000073
         05 CRD-BUDGET-X       PIC X(09).                               00000074
         05 CRD-BUDGET REDEFINES CRD-BUDGET-X                           00000075
                               PIC 9(07)V9(02).                         00000076
         05 F                  PIC X(01).                               00000077
         05 CRD-TITLE          PIC X(20).                               00000078
         05 F                  PIC X(33).                               00000079
       FD POS-PS                                                        00000080
           RECORD CONTAINS 80 CHARACTERS.                               00000081
           COPY DLPOSN.                                                 00000082
       FD DEPTREF-PS                                                    00000083
           RECORD CONTAINS 80 CHARACTERS.                               00000084
           COPY DLDEPT.                                                 00000085
       FD RPT-PS                                                        00000086
           RECORD CONTAINS 132 CHARACTERS.                              00000087
       01 RPT-REC                PIC X(132).                            00000088
       FD SUSP-PS                                                       00000089
           RECORD CONTAINS 80 CHARACTERS.                               00000090
           COPY DLSUSP.                                                 00000091
       FD AUDIT-PS                                                      00000092
           RECORD CONTAINS 100 CHARACTERS.                              00000093
           COPY DLAUDIT.                                                00000094
       WORKING-STORAGE SECTION.                                         00000095
       01 WS-VARS.                                                      00000096
         05 WS-FST-CARD  PIC 9(02).                                     00000097
           88 C05-CARD-SUCCESS  VALUE 00.                               00000098
           88 C05-CARD-EOF      VALUE 10.                               00000099
         05 WS-FST-POS   PIC 9(02).                                     00000100
           88 C05-POS-SUCCESS   VALUE 00.                               00000101
           88 C05-POS-NOTFND    VALUE 23.                               00000102
           88 C05-POS-DUPKEY    VALUE 22.                               00000103
         05 WS-FST-DEPTREF PIC 9(02).                                   00000104
           88 C05-DEPTREF-SUCCESS VALUE 00 05.                          00000105
           88 C05-DEPTREF-EOF     VALUE 10.                             00000106
         05 WS-FST-RPT   PIC 9(02).                                     00000107
           88 C05-RPT-SUCCESS   VALUE 00.                               00000108
         05 WS-FST-SUSP  PIC 9(02).                                     00000109
           88 C05-SUSP-SUCCESS  VALUE 00.                               00000110
         05 WS-FST-AUDIT PIC 9(02).                                     00000111
           88 C05-AUDIT-SUCCESS VALUE 00.                               00000112
         05 WS-AUDIT-OPEN-SW PIC X(01) VALUE 'N'.                       00000113
           88 WS-AUDIT-IS-OPEN  VALUE 'Y'.                              00000114
         05 WS-AUDIT-START-TS  PIC X(15).                               00000115
         05 WS-RUN-DATE        PIC X(10).                               00000116
         05 WS-READ-CT         PIC 9(06) VALUE ZEROES.                  00000117
         05 WS-APPLIED-CT      PIC 9(06) VALUE ZEROES.                  00000118
         05 WS-REJECT-CT       PIC 9(06) VALUE ZEROES.                  00000119
         05 WS-ADD-CT          PIC 9(06) VALUE ZEROES.                  00000120
         05 WS-CHG-CT          PIC 9(06) VALUE ZEROES.                  00000121
         05 WS-DEL-CT          PIC 9(06) VALUE ZEROES.                  00000122
         05 WS-CT-ED           PIC ZZZZZ9.                              00000123
         05 WS-REJ-CODE        PIC X(04).                               00000124
         05 WS-REJ-REASON      PIC X(26).                               00000125
         05 WS-RETURN-CD       PIC 9(04) VALUE ZEROES.                  00000126
      *-----------------------------------------------------------      00000127
      *    ACTIVE DEPARTMENT CODES FROM DEPTREF.  NO DEPTREF MEANS      00000128
      *    THE DEPARTMENT IS NOT CHECKED, AS IN EMPTRN.                 00000129
      *-----------------------------------------------------------      00000130
         05 WS-DEPT-CT         PIC 9(03) VALUE ZEROES.                  00000131
         05 WS-DEPT-TBL OCCURS 100 TIMES INDEXED BY DPT-IDX.            00000132
           10 DPT-CODE         PIC X(04).                               00000133
         05 WS-DEPT-OK-SW      PIC X(01).                               00000134
           88 WS-DEPT-OK       VALUE 'Y'.                               00000135
         05 WS-LOOK-DEPT       PIC X(04).                               00000136
         05 WS-RUNC-PARMS.                                              00000137
           10 WS-RUNC-FUNC   PIC X(03).                                 00000138
           10 WS-RUNC-PGM    PIC X(08).                                 00000139
           10 WS-RUNC-DATE   PIC X(10).                                 00000140
           10 WS-RUNC-RESULT PIC X(01).                                 00000141
       COPY DLCHAIN.                                                    00000142
       LINKAGE SECTION.                                                 00000143
       01 LK-PARM-REC.                                                  00000144
           05 LK-RUN-DATE    PIC X(10).                                 00000145
       PROCEDURE DIVISION USING LK-PARM-REC.                            00000146
       0000-MAIN-PARA.                                                  00000147
           PERFORM 1000-INIT-PARA                                       00000148
              THRU 1000-INIT-PARA-EXIT                                  00000149
           PERFORM 3000-PROC-PARA                                       00000150
              THRU 3000-PROC-PARA-EXIT                                  00000151
           PERFORM 9000-TERM-PARA                                       00000152
           .                                                            00000153
       1000-INIT-PARA.                                                  00000154
           ACCEPT WS-AUDIT-START-TS(1:8) FROM DATE YYYYMMDD             00000155
           ACCEPT WS-AUDIT-START-TS(9:6) FROM TIME                      00000156
           IF LK-RUN-DATE = SPACES OR LK-RUN-DATE = LOW-VALUES          00000157
               ACCEPT WS-RUN-DATE(1:8) FROM DATE YYYYMMDD               00000158
               END-ACCEPT                                               00000159
           ELSE                                                         00000160
               MOVE LK-RUN-DATE TO WS-RUN-DATE                          00000161
           END-IF                                                       00000162
           PERFORM 1100-RUNCTL-CHECK-PARA                               00000163
              THRU 1100-RUNCTL-CHECK-PARA-EXIT                          00000164
           PERFORM 1400-DEPTREF-PARA                                    00000165
              THRU 1400-DEPTREF-PARA-EXIT                               00000166
           .                                                            00000167
       1000-INIT-PARA-EXIT.                                             00000168
           EXIT                                                         00000169
           .                                                            00000170
       1100-RUNCTL-CHECK-PARA.                                          00000171
           MOVE 'CHK'       TO WS-RUNC-FUNC                             00000172
           MOVE 'POSLOAD'   TO WS-RUNC-PGM                              00000173
           MOVE WS-RUN-DATE TO WS-RUNC-DATE                             00000174
           CALL 'PAYRUNC' USING WS-RUNC-PARMS                           00000175
             ON EXCEPTION                                               00000176
               DISPLAY 'PAYRUNC NOT AVAILABLE - RUN-CONTROL CHECK '     00000177
                       'SKIPPED'                                        00000178
               MOVE 'N' TO WS-RUNC-RESULT                               00000179
           END-CALL                                                     00000180
           IF WS-RUNC-RESULT = 'Y'                                      00000181
             DISPLAY 'POSLOAD ALREADY COMPLETED FOR BUSINESS DATE '     00000182
                     WS-RUN-DATE                                        00000183
             DISPLAY 'RERUN REFUSED - APPEND AN OVERRIDE RECORD TO '    00000184
                     'RUNCTLF FOR A FORCED RERUN'                       00000185
             MOVE 0012 TO RETURN-CODE                                   00000186
             STOP RUN                                                   00000187
           END-IF                                                       00000188
           .                                                            00000189
       1100-RUNCTL-CHECK-PARA-EXIT.                                     00000190
           EXIT                                                         00000191
           .                                                            00000192
       1200-RUNCTL-MARK-PARA.                                           00000193
           MOVE 'UPD'       TO WS-RUNC-FUNC                             00000194
           MOVE 'POSLOAD'   TO WS-RUNC-PGM                              00000195
           MOVE WS-RUN-DATE TO WS-RUNC-DATE                             00000196
           CALL 'PAYRUNC' USING WS-RUNC-PARMS                           00000197
             ON EXCEPTION                                               00000198
               DISPLAY 'PAYRUNC NOT AVAILABLE - RUN NOT MARKED '        00000199
                       'COMPLETE'                                       00000200
           END-CALL                                                     00000201
           .                                                            00000202
       1200-RUNCTL-MARK-PARA-EXIT.                                      00000203
           EXIT                                                         00000204
           .                                                            00000205
       1400-DEPTREF-PARA.                                               00000206
           OPEN INPUT DEPTREF-PS                                        00000207
           EVALUATE TRUE                                                00000208
           WHEN C05-DEPTREF-SUCCESS                                     00000209
             PERFORM 1410-DEPTREF-READ-PARA                             00000210
                THRU 1410-DEPTREF-READ-PARA-EXIT                        00000211
                UNTIL C05-DEPTREF-EOF                                   00000212
             CLOSE DEPTREF-PS                                           00000213
             DISPLAY 'DEPARTMENTS ON REFERENCE: ' WS-DEPT-CT            00000214
           WHEN OTHER                                                   00000215
             DISPLAY 'DEPTREF NOT AVAILABLE - DEPARTMENT CODES '        00000216
                     'NOT VALIDATED'                                    00000217
           END-EVALUATE                                                 00000218
           .                                                            00000219
       1400-DEPTREF-PARA-EXIT.                                          00000220
           EXIT                                                         00000221
           .                                                            00000222
       1410-DEPTREF-READ-PARA.                                          00000223
           READ DEPTREF-PS                                              00000224
           EVALUATE TRUE                                                00000225
           WHEN C05-DEPTREF-SUCCESS                                     00000226
             IF DL-DEPT-IS-ACTIVE AND WS-DEPT-CT < 100                  00000227
               ADD 1 TO WS-DEPT-CT                                      00000228
               MOVE DL-DEPT-CODE TO DPT-CODE(WS-DEPT-CT)                00000229
             END-IF                                                     00000230
           WHEN C05-DEPTREF-EOF                                         00000231
             CONTINUE                                                   00000232
           WHEN OTHER                                                   00000233
             DISPLAY 'DEPTREF READ FAILED ' WS-FST-DEPTREF              00000234
             MOVE 10 TO WS-FST-DEPTREF                                  00000235
           END-EVALUATE                                                 00000236
           .                                                            00000237
       1410-DEPTREF-READ-PARA-EXIT.                                     00000238
           EXIT                                                         00000239
           .                                                            00000240
       1450-DEPT-CHECK-PARA.                                            00000241
           IF WS-DEPT-CT = 0                                            00000242
             MOVE 'Y' TO WS-DEPT-OK-SW                                  00000243
             GO TO 1450-DEPT-CHECK-PARA-EXIT                            00000244
           END-IF                                                       00000245
           MOVE 'N' TO WS-DEPT-OK-SW                                    00000246
           PERFORM 1460-DEPT-SCAN-PARA                                  00000247
              THRU 1460-DEPT-SCAN-PARA-EXIT                             00000248
              VARYING DPT-IDX FROM 1 BY 1                               00000249
              UNTIL DPT-IDX > WS-DEPT-CT OR WS-DEPT-OK                  00000250
           .                                                            00000251
       1450-DEPT-CHECK-PARA-EXIT.                                       00000252
           EXIT                                                         00000253
           .                                                            00000254
       1460-DEPT-SCAN-PARA.                                             00000255
           IF DPT-CODE(DPT-IDX) = WS-LOOK-DEPT                          00000256
             MOVE 'Y' TO WS-DEPT-OK-SW                                  00000257
           END-IF                                                       00000258
           .                                                            00000259
       1460-DEPT-SCAN-PARA-EXIT.                                        00000260
           EXIT                                                         00000261
           .                                                            00000262
       3000-PROC-PARA.                                                  00000263
           PERFORM 3100-OPEN-PARA                                       00000264
              THRU 3100-OPEN-PARA-EXIT                                  00000265
           PERFORM 3150-TITLE-PARA                                      00000266
              THRU 3150-TITLE-PARA-EXIT                                 00000267
           PERFORM 3200-READ-PARA                                       00000268
              THRU 3200-READ-PARA-EXIT                                  00000269
              UNTIL C05-CARD-EOF                                        00000270
           PERFORM 3800-TOTALS-PARA                                     00000271
              THRU 3800-TOTALS-PARA-EXIT                                00000272
           PERFORM 3900-CLOSE-PARA                                      00000273
              THRU 3900-CLOSE-PARA-EXIT                                 00000274
           IF WS-RETURN-CD < 8                                          00000275
             PERFORM 1200-RUNCTL-MARK-PARA                              00000276
                THRU 1200-RUNCTL-MARK-PARA-EXIT                         00000277
           END-IF                                                       00000278
           .                                                            00000279
       3000-PROC-PARA-EXIT.                                             00000280
           EXIT                                                         00000281
           .                                                            00000282
       3100-OPEN-PARA.                                                  00000283
           OPEN INPUT CARD-PS                                           00000284
           EVALUATE TRUE                                                00000285
           WHEN C05-CARD-SUCCESS                                        00000286
             DISPLAY 'CARD-PS OPENED'                                   00000287
           WHEN OTHER                                                   00000288
             DISPLAY 'CARD-PS OPEN FAILED ' WS-FST-CARD                 00000289
             MOVE 0008 TO WS-RETURN-CD                                  00000290
             PERFORM 9000-TERM-PARA                                     00000291
           END-EVALUATE                                                 00000292
           OPEN I-O POS-PS                                              00000293
           EVALUATE TRUE                                                00000294
           WHEN C05-POS-SUCCESS                                         00000295
             DISPLAY 'POS-PS OPENED'                                    00000296
           WHEN OTHER                                                   00000297
             DISPLAY 'POS-PS OPEN FAILED ' WS-FST-POS                   00000298
             MOVE 0008 TO WS-RETURN-CD                                  00000299
             PERFORM 9000-TERM-PARA                                     00000300
           END-EVALUATE                                                 00000301
           OPEN OUTPUT RPT-PS                                           00000302
           EVALUATE TRUE                                                00000303
           WHEN C05-RPT-SUCCESS                                         00000304
             DISPLAY 'RPT-PS OPENED'                                    00000305
           WHEN OTHER                                                   00000306
             DISPLAY 'RPT-PS OPEN FAILED ' WS-FST-RPT                   00000307
             MOVE 0008 TO WS-RETURN-CD                                  00000308
             PERFORM 9000-TERM-PARA                                     00000309
           END-EVALUATE                                                 00000310
           OPEN EXTEND SUSP-PS                                          00000311
           EVALUATE TRUE                                                00000312
           WHEN C05-SUSP-SUCCESS                                        00000313
             DISPLAY 'SUSP-PS OPENED'                                   00000314
           WHEN OTHER                                                   00000315
             DISPLAY 'SUSP-PS OPEN FAILED ' WS-FST-SUSP                 00000316
             MOVE 0008 TO WS-RETURN-CD                                  00000317
             PERFORM 9000-TERM-PARA                                     00000318
           END-EVALUATE                                                 00000319
           OPEN EXTEND AUDIT-PS                                         00000320
           EVALUATE TRUE                                                00000321
           WHEN C05-AUDIT-SUCCESS                                       00000322
             DISPLAY 'AUDIT-PS OPENED'                                  00000323
             SET WS-AUDIT-IS-OPEN TO TRUE                               00000324
           WHEN OTHER                                                   00000325
             DISPLAY 'AUDIT-PS OPEN FAILED ' WS-FST-AUDIT               00000326
             MOVE 0008 TO WS-RETURN-CD                                  00000327
             PERFORM 9000-TERM-PARA                                     00000328
           END-EVALUATE                                                 00000329
           .                                                            00000330
       3100-OPEN-PARA-EXIT.                                             00000331
           EXIT                                                         00000332
           .                                                            00000333
       3150-TITLE-PARA.                                                 00000334
           MOVE SPACES TO RPT-REC                                       00000335
           STRING 'POSITION CONTROL LOAD   RUN DATE: '                  00000336
                  DELIMITED BY SIZE                                     00000337
                  WS-RUN-DATE DELIMITED BY SIZE                         00000338
                  INTO RPT-REC                                          00000339
           END-STRING                                                   00000340
           WRITE RPT-REC                                                00000341
           MOVE SPACES TO RPT-REC                                       00000342
           WRITE RPT-REC                                                00000343
           MOVE SPACES TO RPT-REC                                       00000344
           STRING 'ACT POSN   DEPT GR DISPOSITION REASON'               00000345
                  DELIMITED BY SIZE                                     00000346
                  INTO RPT-REC                                          00000347
           END-STRING                                                   00000348
           WRITE RPT-REC                                                00000349
           .                                                            00000350
       3150-TITLE-PARA-EXIT.                                            00000351
           EXIT                                                         00000352
           .                                                            00000353
       3200-READ-PARA.                                                  00000354
           READ CARD-PS                                                 00000355
           EVALUATE TRUE                                                00000356
           WHEN C05-CARD-SUCCESS                                        00000357
             ADD 1 TO WS-READ-CT                                        00000358
             PERFORM 3210-APPLY-PARA                                    00000359
                THRU 3210-APPLY-PARA-EXIT                               00000360
           WHEN C05-CARD-EOF                                            00000361
             DISPLAY 'POSITION CARDS PROCESSED: ' WS-READ-CT            00000362
           WHEN OTHER                                                   00000363
             DISPLAY 'CARD-PS READ FAILED ' WS-FST-CARD                 00000364
             MOVE 0008 TO WS-RETURN-CD                                  00000365
             MOVE 10 TO WS-FST-CARD                                     00000366
           END-EVALUATE                                                 00000367
           .                                                            00000368
       3200-READ-PARA-EXIT.                                             00000369
           EXIT                                                         00000370
           .                                                            00000371
       3210-APPLY-PARA.                                                 00000372
           MOVE SPACES TO WS-REJ-CODE WS-REJ-REASON                     00000373
           PERFORM 3600-VALID-PARA                                      00000374
              THRU 3600-VALID-PARA-EXIT                                 00000375
           IF WS-REJ-CODE > SPACES                                      00000376
             PERFORM 3700-REJECT-PARA                                   00000377
                THRU 3700-REJECT-PARA-EXIT                              00000378
             GO TO 3210-APPLY-PARA-EXIT                                 00000379
           END-IF                                                       00000380
           EVALUATE CRD-ACTION                                          00000381
           WHEN 'A'                                                     00000382
             PERFORM 3300-ADD-PARA                                      00000383
                THRU 3300-ADD-PARA-EXIT                                 00000384
           WHEN 'C'                                                     00000385
             PERFORM 3400-CHANGE-PARA                                   00000386
                THRU 3400-CHANGE-PARA-EXIT                              00000387
           WHEN 'D'                                                     00000388
             PERFORM 3500-DELETE-PARA                                   00000389
                THRU 3500-DELETE-PARA-EXIT                              00000390
           END-EVALUATE                                                 00000391
           .                                                            00000392
       3210-APPLY-PARA-EXIT.                                            00000393
           EXIT                                                         00000394
           .                                                            00000395
       3300-ADD-PARA.                                                   00000396
           MOVE SPACES       TO DL-POS-REC                              00000397
           MOVE CRD-POSID    TO DL-POS-ID                               00000398
           MOVE CRD-DEPT     TO DL-POS-DEPT                             00000399
           MOVE CRD-GROUP    TO DL-POS-GROUP                            00000400
           MOVE CRD-BUDGET   TO DL-POS-BUDGET                           00000401
           MOVE CRD-TITLE    TO DL-POS-TITLE                            00000402
           SET DL-POS-VACANT TO TRUE                                    00000403
           MOVE WS-RUN-DATE  TO DL-POS-UPD-DATE                         00000404
           WRITE DL-POS-REC                                             00000405
           EVALUATE TRUE                                                00000406
           WHEN C05-POS-SUCCESS                                         00000407
             ADD 1 TO WS-APPLIED-CT                                     00000408
             ADD 1 TO WS-ADD-CT                                         00000409
             PERFORM 3750-APPLIED-PARA                                  00000410
                THRU 3750-APPLIED-PARA-EXIT                             00000411
           WHEN C05-POS-DUPKEY                                          00000412
             MOVE 'DUPL' TO WS-REJ-CODE                                 00000413
             MOVE 'POSITION ALREADY ON FILE' TO WS-REJ-REASON           00000414
             PERFORM 3700-REJECT-PARA                                   00000415
                THRU 3700-REJECT-PARA-EXIT                              00000416
           WHEN OTHER                                                   00000417
             DISPLAY 'POS-PS WRITE FAILED ' WS-FST-POS                  00000418
             MOVE 'WRTE' TO WS-REJ-CODE                                 00000419
             MOVE 'POSITION WRITE ERROR' TO WS-REJ-REASON               00000420
             MOVE 0008 TO WS-RETURN-CD                                  00000421
             PERFORM 3700-REJECT-PARA                                   00000422
                THRU 3700-REJECT-PARA-EXIT                              00000423
           END-EVALUATE                                                 00000424
           .                                                            00000425
       3300-ADD-PARA-EXIT.                                              00000426
           EXIT                                                         00000427
           .                                                            00000428
       3400-CHANGE-PARA.                                                00000429
           MOVE CRD-POSID TO DL-POS-ID                                  00000430
           READ POS-PS                                                  00000431
           EVALUATE TRUE                                                00000432
           WHEN C05-POS-SUCCESS                                         00000433
             CONTINUE                                                   00000434
           WHEN C05-POS-NOTFND                                          00000435
             MOVE 'NFND' TO WS-REJ-CODE                                 00000436
             MOVE 'POSITION NOT ON FILE' TO WS-REJ-REASON               00000437
             PERFORM 3700-REJECT-PARA                                   00000438
                THRU 3700-REJECT-PARA-EXIT                              00000439
             GO TO 3400-CHANGE-PARA-EXIT                                00000440
           WHEN OTHER                                                   00000441
             DISPLAY 'POS-PS READ FAILED ' WS-FST-POS                   00000442
             MOVE 'READ' TO WS-REJ-CODE                                 00000443
             MOVE 'POSITION READ ERROR' TO WS-REJ-REASON                00000444
             MOVE 0008 TO WS-RETURN-CD                                  00000445
             PERFORM 3700-REJECT-PARA                                   00000446
                THRU 3700-REJECT-PARA-EXIT                              00000447
             GO TO 3400-CHANGE-PARA-EXIT                                00000448
           END-EVALUATE                                                 00000449
      *    THE HOLDER'S MASTER DEPARTMENT AND GROUP MUST STAY IN        00000450
      *    STEP WITH THE POSITION'S, SO A FILLED POSITION MOVES         00000451
      *    ONLY WITH AN EMPTRN TRANSFER OR REORGANIZATION.              00000452
           IF DL-POS-FILLED AND                                         00000453
              ((CRD-DEPT > SPACES AND CRD-DEPT NOT = DL-POS-DEPT) OR    00000454
               (CRD-GROUP > SPACES AND CRD-GROUP NOT = DL-POS-GROUP))   00000455
             MOVE 'PFIL' TO WS-REJ-CODE                                 00000456
             MOVE 'FILLED - DEPT/GROUP LOCKED' TO WS-REJ-REASON         00000457
             PERFORM 3700-REJECT-PARA                                   00000458
                THRU 3700-REJECT-PARA-EXIT                              00000459
             GO TO 3400-CHANGE-PARA-EXIT                                00000460
           END-IF                                                       00000461
           IF CRD-DEPT > SPACES                                         00000462
             MOVE CRD-DEPT TO DL-POS-DEPT                               00000463
           END-IF                                                       00000464
           IF CRD-GROUP > SPACES                                        00000465
             MOVE CRD-GROUP TO DL-POS-GROUP                             00000466
           END-IF                                                       00000467
           IF CRD-BUDGET-X > SPACES                                     00000468
             MOVE CRD-BUDGET TO DL-POS-BUDGET                           00000469
           END-IF                                                       00000470
           IF CRD-TITLE > SPACES                                        00000471
             MOVE CRD-TITLE TO DL-POS-TITLE                             00000472
           END-IF                                                       00000473
           MOVE WS-RUN-DATE TO DL-POS-UPD-DATE                          00000474
           REWRITE DL-POS-REC                                           00000475
           EVALUATE TRUE                                                00000476
           WHEN C05-POS-SUCCESS                                         00000477
             ADD 1 TO WS-APPLIED-CT                                     00000478
             ADD 1 TO WS-CHG-CT                                         00000479
             PERFORM 3750-APPLIED-PARA                                  00000480
                THRU 3750-APPLIED-PARA-EXIT                             00000481
           WHEN OTHER                                                   00000482
             DISPLAY 'POS-PS REWRITE FAILED ' WS-FST-POS                00000483
             MOVE 'RWRT' TO WS-REJ-CODE                                 00000484
             MOVE 'POSITION REWRITE ERROR' TO WS-REJ-REASON             00000485
             MOVE 0008 TO WS-RETURN-CD                                  00000486
             PERFORM 3700-REJECT-PARA                                   00000487
                THRU 3700-REJECT-PARA-EXIT                              00000488
           END-EVALUATE                                                 00000489
           .                                                            00000490
       3400-CHANGE-PARA-EXIT.                                           00000491
           EXIT                                                         00000492
           .                                                            00000493
      *-----------------------------------------------------------      00000494
      *    ONLY A VACANT POSITION IS ABOLISHED - A FILLED ONE MUST      00000495
      *    FIRST BE VACATED BY A TERMINATION OR TRANSFER IN EMPTRN.     00000496
      *-----------------------------------------------------------      00000497
       3500-DELETE-PARA.                                                00000498
           MOVE CRD-POSID TO DL-POS-ID                                  00000499
           READ POS-PS                                                  00000500
           EVALUATE TRUE                                                00000501
           WHEN C05-POS-SUCCESS                                         00000502
             CONTINUE                                                   00000503
           WHEN C05-POS-NOTFND                                          00000504
             MOVE 'NFND' TO WS-REJ-CODE                                 00000505
             MOVE 'POSITION NOT ON FILE' TO WS-REJ-REASON               00000506
             PERFORM 3700-REJECT-PARA                                   00000507
                THRU 3700-REJECT-PARA-EXIT                              00000508
             GO TO 3500-DELETE-PARA-EXIT                                00000509
           WHEN OTHER                                                   00000510
             DISPLAY 'POS-PS READ FAILED ' WS-FST-POS                   00000511
             MOVE 'READ' TO WS-REJ-CODE                                 00000512
             MOVE 'POSITION READ ERROR' TO WS-REJ-REASON                00000513
             MOVE 0008 TO WS-RETURN-CD                                  00000514
             PERFORM 3700-REJECT-PARA                                   00000515
                THRU 3700-REJECT-PARA-EXIT                              00000516
             GO TO 3500-DELETE-PARA-EXIT                                00000517
           END-EVALUATE                                                 00000518
           IF DL-POS-FILLED                                             00000519
             MOVE 'PFIL' TO WS-REJ-CODE                                 00000520
             MOVE 'POSITION IS FILLED' TO WS-REJ-REASON                 00000521
             PERFORM 3700-REJECT-PARA                                   00000522
                THRU 3700-REJECT-PARA-EXIT                              00000523
             GO TO 3500-DELETE-PARA-EXIT                                00000524
           END-IF                                                       00000525
           DELETE POS-PS RECORD                                         00000526
           EVALUATE TRUE                                                00000527
           WHEN C05-POS-SUCCESS                                         00000528
             ADD 1 TO WS-APPLIED-CT                                     00000529
             ADD 1 TO WS-DEL-CT                                         00000530
             PERFORM 3750-APPLIED-PARA                                  00000531
                THRU 3750-APPLIED-PARA-EXIT                             00000532
           WHEN OTHER                                                   00000533
             DISPLAY 'POS-PS DELETE FAILED ' WS-FST-POS                 00000534
             MOVE 'DELT' TO WS-REJ-CODE                                 00000535
             MOVE 'POSITION DELETE ERROR' TO WS-REJ-REASON              00000536
             MOVE 0008 TO WS-RETURN-CD                                  00000537
             PERFORM 3700-REJECT-PARA                                   00000538
                THRU 3700-REJECT-PARA-EXIT                              00000539
           END-EVALUATE                                                 00000540
           .                                                            00000541
       3500-DELETE-PARA-EXIT.                                           00000542
           EXIT                                                         00000543
           .                                                            00000544
       3600-VALID-PARA.                                                 00000545
           EVALUATE TRUE                                                00000546
           WHEN CRD-ACTION NOT = 'A' AND CRD-ACTION NOT = 'C' AND       00000547
                CRD-ACTION NOT = 'D'                                    00000548
             MOVE 'ACTN' TO WS-REJ-CODE                                 00000549
             MOVE 'ACTION NOT A, C, OR D' TO WS-REJ-REASON              00000550
           WHEN CRD-POSID IS NOT GREATER THAN SPACES                    00000551
             MOVE 'POSN' TO WS-REJ-CODE                                 00000552
             MOVE 'POSITION NUMBER MISSING' TO WS-REJ-REASON            00000553
           WHEN CRD-ACTION = 'D'                                        00000554
             CONTINUE                                                   00000555
           WHEN CRD-ACTION = 'A' AND CRD-DEPT = SPACES                  00000556
             MOVE 'DEPT' TO WS-REJ-CODE                                 00000557
             MOVE 'DEPARTMENT MISSING' TO WS-REJ-REASON                 00000558
           WHEN CRD-ACTION = 'A' AND CRD-GROUP = SPACES                 00000559
             MOVE 'EGRP' TO WS-REJ-CODE                                 00000560
             MOVE 'PAYROLL GROUP MISSING' TO WS-REJ-REASON              00000561
           WHEN CRD-ACTION = 'A' AND CRD-BUDGET-X = SPACES              00000562
             MOVE 'PBUD' TO WS-REJ-CODE                                 00000563
             MOVE 'BUDGETED SALARY MISSING' TO WS-REJ-REASON            00000564
           WHEN CRD-BUDGET-X > SPACES AND CRD-BUDGET IS NOT NUMERIC     00000565
             MOVE 'PBUD' TO WS-REJ-CODE                                 00000566
             MOVE 'BUDGET NOT NUMERIC' TO WS-REJ-REASON                 00000567
           WHEN CRD-BUDGET-X > SPACES AND CRD-BUDGET = ZEROES           00000568
             MOVE 'PBUD' TO WS-REJ-CODE                                 00000569
             MOVE 'BUDGETED SALARY IS ZERO' TO WS-REJ-REASON            00000570
           WHEN OTHER                                                   00000571
             CONTINUE                                                   00000572
           END-EVALUATE                                                 00000573
           IF WS-REJ-CODE = SPACES AND CRD-ACTION NOT = 'D' AND         00000574
              CRD-DEPT > SPACES                                         00000575
             MOVE CRD-DEPT TO WS-LOOK-DEPT                              00000576
             PERFORM 1450-DEPT-CHECK-PARA                               00000577
                THRU 1450-DEPT-CHECK-PARA-EXIT                          00000578
             IF NOT WS-DEPT-OK                                          00000579
               MOVE 'DEPT' TO WS-REJ-CODE                               00000580
               MOVE 'DEPT NOT ON REFERENCE' TO WS-REJ-REASON            00000581
             END-IF                                                     00000582
           END-IF                                                       00000583
           .                                                            00000584
       3600-VALID-PARA-EXIT.                                            00000585
           EXIT                                                         00000586
           .                                                            00000587
       3700-REJECT-PARA.                                                00000588
           ADD 1 TO WS-REJECT-CT                                        00000589
           DISPLAY CRD-POSID ' REJECTED - ' WS-REJ-CODE                 00000590
           MOVE SPACES          TO DL-SUSP-REC                          00000591
           MOVE 'POSLOAD'       TO DL-SUSP-PGM                          00000592
           MOVE CRD-POSID       TO DL-SUSP-KEY                          00000593
           MOVE WS-REJ-CODE     TO DL-SUSP-REASON-CD                    00000594
           MOVE WS-REJ-REASON   TO DL-SUSP-REASON-TX                    00000595
           ACCEPT DL-SUSP-TIMESTAMP(1:8)  FROM DATE YYYYMMDD            00000596
           ACCEPT DL-SUSP-TIMESTAMP(9:6)  FROM TIME                     00000597
           WRITE DL-SUSP-REC                                            00000598
           MOVE SPACES TO RPT-REC                                       00000599
           STRING CRD-ACTION      DELIMITED BY SIZE                     00000600
                  '   '           DELIMITED BY SIZE                     00000601
                  CRD-POSID       DELIMITED BY SIZE                     00000602
                  ' '             DELIMITED BY SIZE                     00000603
                  CRD-DEPT        DELIMITED BY SIZE                     00000604
                  ' '             DELIMITED BY SIZE                     00000605
                  CRD-GROUP       DELIMITED BY SIZE                     00000606
                  ' REJECTED    ' DELIMITED BY SIZE                     00000607
                  WS-REJ-REASON   DELIMITED BY SIZE                     00000608
                  INTO RPT-REC                                          00000609
           END-STRING                                                   00000610
           WRITE RPT-REC                                                00000611
           .                                                            00000612
       3700-REJECT-PARA-EXIT.                                           00000613
           EXIT                                                         00000614
           .                                                            00000615
       3750-APPLIED-PARA.                                               00000616
           MOVE SPACES TO RPT-REC                                       00000617
           STRING CRD-ACTION      DELIMITED BY SIZE                     00000618
                  '   '           DELIMITED BY SIZE                     00000619
                  DL-POS-ID       DELIMITED BY SIZE                     00000620
                  ' '             DELIMITED BY SIZE                     00000621
                  DL-POS-DEPT     DELIMITED BY SIZE                     00000622
                  ' '             DELIMITED BY SIZE                     00000623
                  DL-POS-GROUP    DELIMITED BY SIZE                     00000624
                  ' APPLIED'      DELIMITED BY SIZE                     00000625
                  INTO RPT-REC                                          00000626
           END-STRING                                                   00000627
           WRITE RPT-REC                                                00000628
           .                                                            00000629
       3750-APPLIED-PARA-EXIT.                                          00000630
           EXIT                                                         00000631
           .                                                            00000632
       3800-TOTALS-PARA.                                                00000633
           MOVE SPACES TO RPT-REC                                       00000634
           WRITE RPT-REC                                                00000635
           MOVE WS-ADD-CT TO WS-CT-ED                                   00000636
           MOVE SPACES TO RPT-REC                                       00000637
           STRING 'POSITIONS ADDED..........: ' DELIMITED BY SIZE       00000638
                  WS-CT-ED DELIMITED BY SIZE                            00000639
                  INTO RPT-REC                                          00000640
           END-STRING                                                   00000641
           WRITE RPT-REC                                                00000642
           MOVE WS-CHG-CT TO WS-CT-ED                                   00000643
           MOVE SPACES TO RPT-REC                                       00000644
           STRING 'POSITIONS CHANGED........: ' DELIMITED BY SIZE       00000645
                  WS-CT-ED DELIMITED BY SIZE                            00000646
                  INTO RPT-REC                                          00000647
           END-STRING                                                   00000648
           WRITE RPT-REC                                                00000649
           MOVE WS-DEL-CT TO WS-CT-ED                                   00000650
           MOVE SPACES TO RPT-REC                                       00000651
           STRING 'POSITIONS DELETED........: ' DELIMITED BY SIZE       00000652
                  WS-CT-ED DELIMITED BY SIZE                            00000653
                  INTO RPT-REC                                          00000654
           END-STRING                                                   00000655
           WRITE RPT-REC                                                00000656
           MOVE WS-REJECT-CT TO WS-CT-ED                                00000657
           MOVE SPACES TO RPT-REC                                       00000658
           STRING 'CARDS REJECTED...........: ' DELIMITED BY SIZE       00000659
                  WS-CT-ED DELIMITED BY SIZE                            00000660
                  INTO RPT-REC                                          00000661
           END-STRING                                                   00000662
           WRITE RPT-REC                                                00000663
           IF WS-REJECT-CT > 0 AND WS-RETURN-CD = 0                     00000664
             MOVE 0004 TO WS-RETURN-CD                                  00000665
           END-IF                                                       00000666
           .                                                            00000667
       3800-TOTALS-PARA-EXIT.                                           00000668
           EXIT                                                         00000669
           .                                                            00000670
       3900-CLOSE-PARA.                                                 00000671
           CLOSE CARD-PS POS-PS RPT-PS SUSP-PS                          00000672
           .                                                            00000673
       3900-CLOSE-PARA-EXIT.                                            00000674
           EXIT                                                         00000675
           .                                                            00000676
       9000-TERM-PARA.                                                  00000677
           IF WS-AUDIT-IS-OPEN                                          00000678
             MOVE SPACES            TO DL-AUDIT-REC                     00000679
             MOVE 'POSLOAD'         TO DL-AUDIT-PGM                     00000680
             MOVE WS-AUDIT-START-TS TO DL-AUDIT-START-TS                00000681
             ACCEPT DL-AUDIT-END-TS(1:8) FROM DATE YYYYMMDD             00000682
             ACCEPT DL-AUDIT-END-TS(9:6) FROM TIME                      00000683
             MOVE WS-READ-CT        TO DL-AUDIT-READ-CT                 00000684
             MOVE WS-APPLIED-CT     TO DL-AUDIT-WRITE-CT                00000685
             MOVE WS-RETURN-CD      TO DL-AUDIT-RETURN-CD               00000686
             MOVE 'COMPLETED'       TO DL-AUDIT-STATUS-TX               00000687
             PERFORM 9100-AUDIT-CHAIN-PARA                              00000688
                THRU 9100-AUDIT-CHAIN-PARA-EXIT                         00000689
             WRITE DL-AUDIT-REC                                         00000690
             CLOSE AUDIT-PS                                             00000691
           END-IF                                                       00000692
           MOVE WS-RETURN-CD TO RETURN-CODE                             00000693
           STOP RUN                                                     00000694
           .                                                            00000695
      *-----------------------------------------------------------      00000696
      *    CHAIN THE AUDIT RECORD INTO AUDITLOG'S SEQUENCE AND          00000697
      *    HASH, WRITING THE DAY'S ANCHOR FIRST WHEN THIS IS THE        00000698
      *    FIRST RECORD OF THE DAY.                                     00000699
      *-----------------------------------------------------------      00000700
       9100-AUDIT-CHAIN-PARA.                                           00000701
           MOVE SPACES       TO DL-CHN-PARMS                            00000702
           MOVE 'NXT'        TO DL-CHN-FUNC                             00000703
           MOVE 'AUDITLOG'   TO DL-CHN-LOG                              00000704
           MOVE DL-AUDIT-END-TS(1:8) TO DL-CHN-TODAY                    00000705
           MOVE DL-AUDIT-REC TO DL-CHN-REC                              00000706
           CALL 'PAYCHAIN' USING DL-CHN-PARMS                           00000707
             ON EXCEPTION                                               00000708
               DISPLAY 'PAYCHAIN NOT AVAILABLE - AUDIT RECORD NOT '     00000709
                       'CHAINED'                                        00000710
           END-CALL                                                     00000711
           IF DL-CHN-ANCHORED                                           00000712
             WRITE DL-AUDIT-REC FROM DL-CHN-ANCHOR                      00000713
           END-IF                                                       00000714
           IF DL-CHN-OK                                                 00000715
             MOVE DL-CHN-REC TO DL-AUDIT-REC                            00000716
           END-IF                                                       00000717
           .                                                            00000718
       9100-AUDIT-CHAIN-PARA-EXIT.                                      00000719
           EXIT                                                         00000720
           .                                                            00000721

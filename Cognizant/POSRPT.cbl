       IDENTIFICATION DIVISION.                                         00000001
       PROGRAM-ID. POSRPT.                                              00000002
       AUTHOR. PAYROLL SYSTEMS.                                         00000003
       DATE-WRITTEN. 2026-10-15.                                        00000004
      *-----------------------------------------------------------      00000005
      *    MONTHLY POSITION CONTROL REPORT FOR THE BUDGET OFFICE,       00000006
      *    FROM THE POSITION MASTER (POSMST, DLPOSN LAYOUT) THAT        00000007
      *    POSLOAD MAINTAINS AND EMPTRN FILLS AND VACATES, AND THE      00000008
      *    EMPLOYEE MASTER (EMPMST).  THREE SECTIONS:                   00000009
      *      VACANT POSITIONS       - EVERY OPEN POSITION WITH ITS      00000010
      *                               BUDGET AND THE DATE IT WAS        00000011
      *                               LAST TOUCHED                      00000012
      *      FILLED OVER BUDGET     - EVERY FILLED POSITION WHOSE       00000013
      *                               HOLDER'S ANNUAL PAY (SALARY,      00000014
      *                               OR HOURLY RATE TIMES 2080)        00000015
      *                               IS ABOVE THE POSITION BUDGET      00000016
      *      OVER AUTHORIZED        - EVERY DEPARTMENT WITH MORE        00000017
      *      HEADCOUNT                ACTIVE EMPLOYEES ON THE MASTER    00000018
      *                               THAN POSITIONS ON POSMST          00000019
      *    DEPARTMENT NAMES COME FROM DEPTREF WHEN IT IS PRESENT.       00000020
      *-----------------------------------------------------------      00000021
       ENVIRONMENT DIVISION.                                            00000022
       INPUT-OUTPUT SECTION.                                            00000023
       FILE-CONTROL.                                                    00000024
      *-----------------------------------------------------------      00000025
      *    DYNAMIC ACCESS - BROWSED FOR THE DEPARTMENT HEADCOUNT,       00000026
      *    THEN READ BY KEY FOR EACH FILLED POSITION'S HOLDER.          00000027
      *-----------------------------------------------------------      00000028
           SELECT EMP-PS ASSIGN TO EMPMST                               00000029
           ORGANIZATION IS INDEXED                                      00000030
           ACCESS IS DYNAMIC                                            00000031
           RECORD KEY IS EMT-EMPID                                      00000032
           FILE STATUS IS WS-FST-EMP                                    00000033
           .                                                            00000034
           SELECT POS-PS ASSIGN TO POSMST                               00000035
           ORGANIZATION IS INDEXED                                      00000036
           ACCESS IS SEQUENTIAL                                         00000037
           RECORD KEY IS DL-POS-ID                                      00000038
           FILE STATUS IS WS-FST-POS                                    00000039
           .                                                            00000040
           SELECT OPTIONAL DEPTREF-PS ASSIGN TO DEPTREF                 00000041
           ORGANIZATION IS SEQUENTIAL                                   00000042
           ACCESS IS SEQUENTIAL                                         00000043
           FILE STATUS IS WS-FST-DEPTREF                                00000044
           .                                                            00000045
           SELECT RPT-PS ASSIGN TO POSRPTF                              00000046
           ORGANIZATION IS SEQUENTIAL                                   00000047
           ACCESS IS SEQUENTIAL                                         00000048
           FILE STATUS IS WS-FST-RPT                                    00000049
           .                                                            00000050
           SELECT AUDIT-PS ASSIGN TO AUDITLOG                           00000051
           ORGANIZATION IS SEQUENTIAL                                   00000052
           ACCESS IS SEQUENTIAL                                         00000053
           FILE STATUS IS WS-FST-AUDIT                                  00000054
           .                                                            00000055
       DATA DIVISION.                                                   00000056
       FILE SECTION.                                                    00000057
       FD EMP-PS                                                        00000058
           RECORD CONTAINS 80 CHARACTERS.                               00000059
       01 EMT-REC.                                                      00000060
         05 EMT-EMPID          PIC X(05).                               00000061
         05 F                  PIC X(01).                               00000062
         05 EMT-EMPFNAME       PIC X(10).                               00000063
         05 F                  PIC X(01).                               00000064
         05 EMT-EMPLNAME       PIC X(10).                               00000065
         05 F                  PIC X(01).                               00000066
         05 EMT-EMPRATING      PIC X(01).                               00000067
         05 F                  PIC X(01).                               00000068
         05 EMT-EMPSALARY      PIC 9(06).                               00000069
         05 F                  PIC X(01).                               00000070
         05 EMT-EMPDEPT        PIC X(04).                               00000071
         05 F                  PIC X(01).                               00000072
         05 EMT-EMPGROUP       PIC X(02).                               00000073
         05 F                  PIC X(01).                               00000074
         05 EMT-HIREDATE       PIC X(10).                               00000075
         05 F                  PIC X(01).                               00000076
         05 EMT-EMPSTATUS      PIC X(01).                               00000077
         05 F                  PIC X(01).                               00000078
         05 EMT-TERMDATE       PIC X(10).                               00000079
         05 F                  PIC X(01).                               00000080
         05 EMT-PAYTYPE        PIC X(01).                               00000081
         05 F                  PIC X(01).                               00000082
         05 EMT-HRRATE         PIC 9(04)V9(02).                         00000083
         05 EMT-REVMONTH       PIC X(02).                               00000084
         05 F                  PIC X(01).                               00000085
       FD POS-PS                                                        00000086
           RECORD CONTAINS 80 CHARACTERS.                               00000087
           COPY DLPOSN.                                                 00000088
       FD DEPTREF-PS                                                    00000089
           RECORD CONTAINS 80 CHARACTERS.                               00000090
           COPY DLDEPT.                                                 00000091
       FD RPT-PS                                                        00000092
           RECORD CONTAINS 132 CHARACTERS.                              00000093
       01 RPT-REC                PIC X(132).                            00000094
       FD AUDIT-PS                                                      00000095
           RECORD CONTAINS 100 CHARACTERS.                              00000096
           COPY DLAUDIT.                                                00000097
       WORKING-STORAGE SECTION.                                         00000098
       01 WS-VARS.                                                      00000099
         05 WS-FST-EMP   PIC 9(02).                                     00000100
           88 C05-EMP-SUCCESS    VALUE 00.                              00000101
           88 C05-EMP-EOF        VALUE 10.                              00000102
           88 C05-EMP-NOTFND     VALUE 23.                              00000103
         05 WS-FST-POS   PIC 9(02).                                     00000104
           88 C05-POS-SUCCESS    VALUE 00.                              00000105
           88 C05-POS-EOF        VALUE 10.                              00000106
         05 WS-FST-DEPTREF PIC 9(02).                                   00000107
           88 C05-DEPTREF-SUCCESS VALUE 00 05.                          00000108
           88 C05-DEPTREF-EOF     VALUE 10.                             00000109
         05 WS-FST-RPT   PIC 9(02).                                     00000110
           88 C05-RPT-SUCCESS    VALUE 00.                              00000111
         05 WS-FST-AUDIT PIC 9(02).                                     00000112
           88 C05-AUDIT-SUCCESS  VALUE 00.                              00000113
         05 WS-AUDIT-OPEN-SW PIC X(01) VALUE 'N'.                       00000114
           88 WS-AUDIT-IS-OPEN   VALUE 'Y'.                             00000115
         05 WS-AUDIT-START-TS  PIC X(15).                               00000116
         05 WS-RUN-DATE        PIC X(10).                               00000117
         05 WS-EMP-READ-CT     PIC 9(06) VALUE ZEROES.                  00000118
         05 WS-POS-READ-CT     PIC 9(06) VALUE ZEROES.                  00000119
         05 WS-VAC-CT          PIC 9(06) VALUE ZEROES.                  00000120
         05 WS-FILL-CT         PIC 9(06) VALUE ZEROES.                  00000121
         05 WS-OVER-CT         PIC 9(06) VALUE ZEROES.                  00000122
         05 WS-NOHOLD-CT       PIC 9(06) VALUE ZEROES.                  00000123
         05 WS-DOVER-CT        PIC 9(06) VALUE ZEROES.                  00000124
         05 WS-LINE-CT         PIC 9(06) VALUE ZEROES.                  00000125
         05 WS-CT-ED           PIC ZZZZZ9.                              00000126
         05 WS-HC-ED           PIC ZZZZ9.                               00000127
         05 WS-AMT-ED          PIC Z,ZZZ,ZZ9.99.                        00000128
         05 WS-PAY-ED          PIC ZZ,ZZZ,ZZ9.99.                       00000129
         05 WS-ANNUAL-PAY      PIC 9(08)V9(02).                         00000130
         05 WS-OVER-AMT        PIC 9(08)V9(02).                         00000131
         05 WS-RETURN-CD       PIC 9(04) VALUE ZEROES.                  00000132
      *-----------------------------------------------------------      00000133
      *    ONE ENTRY PER DEPARTMENT SEEN ON DEPTREF, THE EMPLOYEE       00000134
      *    MASTER OR THE POSITION MASTER - ACTIVE EMPLOYEES AGAINST     00000135
      *    AUTHORIZED POSITIONS.                                        00000136
      *-----------------------------------------------------------      00000137
         05 WS-DH-CT           PIC 9(03) VALUE ZEROES.                  00000138
         05 WS-DH-TBL OCCURS 200 TIMES INDEXED BY DH-IDX.               00000139
           10 DH-DEPT          PIC X(04).                               00000140
           10 DH-NAME          PIC X(20).                               00000141
           10 DH-ACTIVE        PIC 9(05).                               00000142
           10 DH-AUTH          PIC 9(05).                               00000143
           10 DH-VACANT        PIC 9(05).                               00000144
         05 WS-DH-SUB          PIC 9(03).                               00000145
         05 WS-LOOK-DEPT       PIC X(04).                               00000146
         05 WS-DH-FULL-SW      PIC X(01) VALUE 'N'.                     00000147
           88 WS-DH-FULL       VALUE 'Y'.                               00000148
         05 WS-RUNC-PARMS.                                              00000149
           10 WS-RUNC-FUNC   PIC X(03).                                 00000150
           10 WS-RUNC-PGM    PIC X(08).                                 00000151
           10 WS-RUNC-DATE   PIC X(10).                                 00000152
           10 WS-RUNC-RESULT PIC X(01).                                 00000153
       COPY DLCHAIN.                                                    00000154
       LINKAGE SECTION.                                                 00000155
       01 LK-PARM-REC.                                                  00000156
           05 LK-RUN-DATE    PIC X(10).                                 00000157
       PROCEDURE DIVISION USING LK-PARM-REC.                            00000158
       0000-MAIN-PARA.                                                  00000159
           PERFORM 1000-INIT-PARA                                       00000160
              THRU 1000-INIT-PARA-EXIT                                  00000161
           PERFORM 3000-PROC-PARA                                       00000162
              THRU 3000-PROC-PARA-EXIT                                  00000163
           PERFORM 9000-TERM-PARA                                       00000164
           .                                                            00000165
       1000-INIT-PARA.                                                  00000166
           ACCEPT WS-AUDIT-START-TS(1:8) FROM DATE YYYYMMDD             00000167
           ACCEPT WS-AUDIT-START-TS(9:6) FROM TIME                      00000168
           IF LK-RUN-DATE = SPACES OR LK-RUN-DATE = LOW-VALUES          00000169
               ACCEPT WS-RUN-DATE(1:8) FROM DATE YYYYMMDD               00000170
               END-ACCEPT                                               00000171
           ELSE                                                         00000172
               MOVE LK-RUN-DATE TO WS-RUN-DATE                          00000173
           END-IF                                                       00000174
           PERFORM 1100-RUNCTL-CHECK-PARA                               00000175
              THRU 1100-RUNCTL-CHECK-PARA-EXIT                          00000176
           PERFORM 1400-DEPTREF-PARA                                    00000177
              THRU 1400-DEPTREF-PARA-EXIT                               00000178
           .                                                            00000179
       1000-INIT-PARA-EXIT.                                             00000180
           EXIT                                                         00000181
           .                                                            00000182
       1100-RUNCTL-CHECK-PARA.                                          00000183
           MOVE 'CHK'       TO WS-RUNC-FUNC                             00000184
           MOVE 'POSRPT'    TO WS-RUNC-PGM                              00000185
           MOVE WS-RUN-DATE TO WS-RUNC-DATE                             00000186
           CALL 'PAYRUNC' USING WS-RUNC-PARMS                           00000187
             ON EXCEPTION                                               00000188
               DISPLAY 'PAYRUNC NOT AVAILABLE - RUN-CONTROL CHECK '     00000189
                       'SKIPPED'                                        00000190
               MOVE 'N' TO WS-RUNC-RESULT                               00000191
           END-CALL                                                     00000192
           IF WS-RUNC-RESULT = 'Y'                                      00000193
             DISPLAY 'POSRPT ALREADY COMPLETED FOR BUSINESS DATE '      00000194
                     WS-RUN-DATE                                        00000195
             DISPLAY 'RERUN REFUSED - APPEND AN OVERRIDE RECORD TO '    00000196
                     'RUNCTLF FOR A FORCED RERUN'                       00000197
             MOVE 0012 TO RETURN-CODE                                   00000198
             STOP RUN                                                   00000199
           END-IF                                                       00000200
           .                                                            00000201
       1100-RUNCTL-CHECK-PARA-EXIT.                                     00000202
           EXIT                                                         00000203
           .                                                            00000204
       1200-RUNCTL-MARK-PARA.                                           00000205
           MOVE 'UPD'       TO WS-RUNC-FUNC                             00000206
           MOVE 'POSRPT'    TO WS-RUNC-PGM                              00000207
           MOVE WS-RUN-DATE TO WS-RUNC-DATE                             00000208
           CALL 'PAYRUNC' USING WS-RUNC-PARMS                           00000209
             ON EXCEPTION                                               00000210
               DISPLAY 'PAYRUNC NOT AVAILABLE - RUN NOT MARKED '        00000211
                       'COMPLETE'                                       00000212
           END-CALL                                                     00000213
           .                                                            00000214
       1200-RUNCTL-MARK-PARA-EXIT.                                      00000215
           EXIT                                                         00000216
           .                                                            00000217
       1400-DEPTREF-PARA.                                               00000218
           OPEN INPUT DEPTREF-PS                                        00000219
           EVALUATE TRUE                                                00000220
           WHEN C05-DEPTREF-SUCCESS                                     00000221
             PERFORM 1410-DEPTREF-READ-PARA                             00000222
                THRU 1410-DEPTREF-READ-PARA-EXIT                        00000223
                UNTIL C05-DEPTREF-EOF                                   00000224
             CLOSE DEPTREF-PS                                           00000225
             DISPLAY 'DEPARTMENTS ON REFERENCE: ' WS-DH-CT              00000226
           WHEN OTHER                                                   00000227
             DISPLAY 'DEPTREF NOT AVAILABLE - DEPARTMENT NAMES '        00000228
                     'NOT PRINTED'                                      00000229
           END-EVALUATE                                                 00000230
           .                                                            00000231
       1400-DEPTREF-PARA-EXIT.                                          00000232
           EXIT                                                         00000233
           .                                                            00000234
       1410-DEPTREF-READ-PARA.                                          00000235
           READ DEPTREF-PS                                              00000236
           EVALUATE TRUE                                                00000237
           WHEN C05-DEPTREF-SUCCESS                                     00000238
             MOVE DL-DEPT-CODE TO WS-LOOK-DEPT                          00000239
             PERFORM 1450-DH-FIND-PARA                                  00000240
                THRU 1450-DH-FIND-PARA-EXIT                             00000241
             IF WS-DH-SUB > 0                                           00000242
               MOVE DL-DEPT-NAME TO DH-NAME(WS-DH-SUB)                  00000243
             END-IF                                                     00000244
           WHEN C05-DEPTREF-EOF                                         00000245
             CONTINUE                                                   00000246
           WHEN OTHER                                                   00000247
             DISPLAY 'DEPTREF READ FAILED ' WS-FST-DEPTREF              00000248
             MOVE 10 TO WS-FST-DEPTREF                                  00000249
           END-EVALUATE                                                 00000250
           .                                                            00000251
       1410-DEPTREF-READ-PARA-EXIT.                                     00000252
           EXIT                                                         00000253
           .                                                            00000254
      *-----------------------------------------------------------      00000255
      *    THE TABLE ENTRY FOR WS-LOOK-DEPT, ADDED WHEN NEW.            00000256
      *    WS-DH-SUB IS ZERO ONLY WHEN THE TABLE IS FULL.               00000257
      *-----------------------------------------------------------      00000258
       1450-DH-FIND-PARA.                                               00000259
           MOVE ZEROES TO WS-DH-SUB                                     00000260
           PERFORM 1460-DH-SCAN-PARA                                    00000261
              THRU 1460-DH-SCAN-PARA-EXIT                               00000262
              VARYING DH-IDX FROM 1 BY 1                                00000263
              UNTIL DH-IDX > WS-DH-CT OR WS-DH-SUB > 0                  00000264
           IF WS-DH-SUB > 0                                             00000265
             GO TO 1450-DH-FIND-PARA-EXIT                               00000266
           END-IF                                                       00000267
           IF WS-DH-CT < 200                                            00000268
             ADD 1 TO WS-DH-CT                                          00000269
             MOVE WS-DH-CT      TO WS-DH-SUB                            00000270
             MOVE WS-LOOK-DEPT  TO DH-DEPT(WS-DH-SUB)                   00000271
             MOVE SPACES        TO DH-NAME(WS-DH-SUB)                   00000272
             MOVE ZEROES        TO DH-ACTIVE(WS-DH-SUB)                 00000273
                                   DH-AUTH(WS-DH-SUB)                   00000274
                                   DH-VACANT(WS-DH-SUB)                 00000275
           ELSE                                                         00000276
             IF NOT WS-DH-FULL                                          00000277
               DISPLAY 'DEPARTMENT TABLE FULL AT ' WS-LOOK-DEPT         00000278
                       ' - HEADCOUNT SECTION INCOMPLETE'                00000279
               SET WS-DH-FULL TO TRUE                                   00000280
               IF WS-RETURN-CD = 0                                      00000281
                 MOVE 0004 TO WS-RETURN-CD                              00000282
               END-IF                                                   00000283
             END-IF                                                     00000284
           END-IF                                                       00000285
           .                                                            00000286
       1450-DH-FIND-PARA-EXIT.                                          00000287
           EXIT                                                         00000288
           .                                                            00000289
       1460-DH-SCAN-PARA.                                               00000290
           IF DH-DEPT(DH-IDX) = WS-LOOK-DEPT                            00000291
             SET WS-DH-SUB TO DH-IDX                                    00000292
           END-IF                                                       00000293
           .                                                            00000294
       1460-DH-SCAN-PARA-EXIT.                                          00000295
           EXIT                                                         00000296
           .                                                            00000297
       3000-PROC-PARA.                                                  00000298
           PERFORM 3100-OPEN-PARA                                       00000299
              THRU 3100-OPEN-PARA-EXIT                                  00000300
           PERFORM 3150-TITLE-PARA                                      00000301
              THRU 3150-TITLE-PARA-EXIT                                 00000302
           PERFORM 3200-EMP-READ-PARA                                   00000303
              THRU 3200-EMP-READ-PARA-EXIT                              00000304
              UNTIL C05-EMP-EOF                                         00000305
           PERFORM 3300-VACANCY-PARA                                    00000306
              THRU 3300-VACANCY-PARA-EXIT                               00000307
           PERFORM 3400-OVER-BUDGET-PARA                                00000308
              THRU 3400-OVER-BUDGET-PARA-EXIT                           00000309
           PERFORM 3500-HEADCOUNT-PARA                                  00000310
              THRU 3500-HEADCOUNT-PARA-EXIT                             00000311
           PERFORM 3800-TOTALS-PARA                                     00000312
              THRU 3800-TOTALS-PARA-EXIT                                00000313
           PERFORM 3900-CLOSE-PARA                                      00000314
              THRU 3900-CLOSE-PARA-EXIT                                 00000315
           IF WS-RETURN-CD < 8                                          00000316
             PERFORM 1200-RUNCTL-MARK-PARA                              00000317
                THRU 1200-RUNCTL-MARK-PARA-EXIT                         00000318
           END-IF                                                       00000319
           .                                                            00000320
       3000-PROC-PARA-EXIT.                                             00000321
           EXIT                                                         00000322
           .                                                            00000323
       3100-OPEN-PARA.                                                  00000324
           OPEN INPUT EMP-PS                                            00000325
           EVALUATE TRUE                                                00000326
           WHEN C05-EMP-SUCCESS                                         00000327
             DISPLAY 'EMP-PS OPENED'                                    00000328
           WHEN OTHER                                                   00000329
             DISPLAY 'EMP-PS OPEN FAILED ' WS-FST-EMP                   00000330
             MOVE 0008 TO WS-RETURN-CD                                  00000331
             PERFORM 9000-TERM-PARA                                     00000332
           END-EVALUATE                                                 00000333
           OPEN INPUT POS-PS                                            00000334
           EVALUATE TRUE                                                00000335
           WHEN C05-POS-SUCCESS                                         00000336
             DISPLAY 'POS-PS OPENED'                                    00000337
           WHEN OTHER                                                   00000338
             DISPLAY 'POS-PS OPEN FAILED ' WS-FST-POS                   00000339
             MOVE 0008 TO WS-RETURN-CD                                  00000340
             PERFORM 9000-TERM-PARA                                     00000341
           END-EVALUATE                                                 00000342
           OPEN OUTPUT RPT-PS                                           00000343
           EVALUATE TRUE                                                00000344
           WHEN C05-RPT-SUCCESS                                         00000345
             DISPLAY 'RPT-PS OPENED'                                    00000346
           WHEN OTHER                                                   00000347
             DISPLAY 'RPT-PS OPEN FAILED ' WS-FST-RPT                   00000348
             MOVE 0008 TO WS-RETURN-CD                                  00000349
             PERFORM 9000-TERM-PARA                                     00000350
           END-EVALUATE                                                 00000351
           OPEN EXTEND AUDIT-PS                                         00000352
           EVALUATE TRUE                                                00000353
           WHEN C05-AUDIT-SUCCESS                                       00000354
             DISPLAY 'AUDIT-PS OPENED'                                  00000355
             SET WS-AUDIT-IS-OPEN TO TRUE                               00000356
           WHEN OTHER                                                   00000357
             DISPLAY 'AUDIT-PS OPEN FAILED ' WS-FST-AUDIT               00000358
             MOVE 0008 TO WS-RETURN-CD                                  00000359
             PERFORM 9000-TERM-PARA                                     00000360
           END-EVALUATE                                                 00000361
           .                                                            00000362
       3100-OPEN-PARA-EXIT.                                             00000363
           EXIT                                                         00000364
           .                                                            00000365
       3150-TITLE-PARA.                                                 00000366
           MOVE SPACES TO RPT-REC                                       00000367
           STRING 'POSITION CONTROL REPORT   RUN DATE: '                00000368
                  DELIMITED BY SIZE                                     00000369
                  WS-RUN-DATE DELIMITED BY SIZE                         00000370
                  INTO RPT-REC                                          00000371
           END-STRING                                                   00000372
           WRITE RPT-REC                                                00000373
           .                                                            00000374
       3150-TITLE-PARA-EXIT.                                            00000375
           EXIT                                                         00000376
           .                                                            00000377
      *-----------------------------------------------------------      00000378
      *    ACTIVE HEADCOUNT BY DEPARTMENT FROM THE EMPLOYEE MASTER.     00000379
      *-----------------------------------------------------------      00000380
       3200-EMP-READ-PARA.                                              00000381
           READ EMP-PS NEXT RECORD                                      00000382
           EVALUATE TRUE                                                00000383
           WHEN C05-EMP-SUCCESS                                         00000384
             ADD 1 TO WS-EMP-READ-CT                                    00000385
             IF EMT-EMPSTATUS NOT = 'T'                                 00000386
               MOVE EMT-EMPDEPT TO WS-LOOK-DEPT                         00000387
               PERFORM 1450-DH-FIND-PARA                                00000388
                  THRU 1450-DH-FIND-PARA-EXIT                           00000389
               IF WS-DH-SUB > 0                                         00000390
                 ADD 1 TO DH-ACTIVE(WS-DH-SUB)                          00000391
               END-IF                                                   00000392
             END-IF                                                     00000393
           WHEN C05-EMP-EOF                                             00000394
             DISPLAY 'EMPLOYEES READ: ' WS-EMP-READ-CT                  00000395
           WHEN OTHER                                                   00000396
             DISPLAY 'EMP-PS READ FAILED ' WS-FST-EMP                   00000397
             MOVE 0008 TO WS-RETURN-CD                                  00000398
             MOVE 10 TO WS-FST-EMP                                      00000399
           END-EVALUATE                                                 00000400
           .                                                            00000401
       3200-EMP-READ-PARA-EXIT.                                         00000402
           EXIT                                                         00000403
           .                                                            00000404
      *-----------------------------------------------------------      00000405
      *    FIRST PASS OF THE POSITION MASTER - AUTHORIZED POSITIONS     00000406
      *    BY DEPARTMENT, AND EVERY VACANCY LISTED.                     00000407
      *-----------------------------------------------------------      00000408
       3300-VACANCY-PARA.                                               00000409
           MOVE SPACES TO RPT-REC                                       00000410
           WRITE RPT-REC                                                00000411
           MOVE SPACES TO RPT-REC                                       00000412
           STRING 'VACANT POSITIONS' DELIMITED BY SIZE                  00000413
                  INTO RPT-REC                                          00000414
           END-STRING                                                   00000415
           WRITE RPT-REC                                                00000416
           MOVE SPACES TO RPT-REC                                       00000417
           STRING 'POSN   DEPT GR TITLE                      BUDGET'    00000418
                  DELIMITED BY SIZE                                     00000419
                  '  LAST CHANGE' DELIMITED BY SIZE                     00000420
                  INTO RPT-REC                                          00000421
           END-STRING                                                   00000422
           WRITE RPT-REC                                                00000423
           PERFORM 3310-POS-READ-PARA                                   00000424
              THRU 3310-POS-READ-PARA-EXIT                              00000425
              UNTIL C05-POS-EOF                                         00000426
           IF WS-VAC-CT = 0                                             00000427
             MOVE SPACES TO RPT-REC                                     00000428
             STRING '  NONE' DELIMITED BY SIZE                          00000429
                    INTO RPT-REC                                        00000430
             END-STRING                                                 00000431
             WRITE RPT-REC                                              00000432
           END-IF                                                       00000433
           .                                                            00000434
       3300-VACANCY-PARA-EXIT.                                          00000435
           EXIT                                                         00000436
           .                                                            00000437
       3310-POS-READ-PARA.                                              00000438
           READ POS-PS NEXT RECORD                                      00000439
           EVALUATE TRUE                                                00000440
           WHEN C05-POS-SUCCESS                                         00000441
             ADD 1 TO WS-POS-READ-CT                                    00000442
             MOVE DL-POS-DEPT TO WS-LOOK-DEPT                           00000443
             PERFORM 1450-DH-FIND-PARA                                  00000444
                THRU 1450-DH-FIND-PARA-EXIT                             00000445
             IF WS-DH-SUB > 0                                           00000446
               ADD 1 TO DH-AUTH(WS-DH-SUB)                              00000447
             END-IF                                                     00000448
             IF DL-POS-FILLED                                           00000449
               ADD 1 TO WS-FILL-CT                                      00000450
             ELSE                                                       00000451
               ADD 1 TO WS-VAC-CT                                       00000452
               IF WS-DH-SUB > 0                                         00000453
                 ADD 1 TO DH-VACANT(WS-DH-SUB)                          00000454
               END-IF                                                   00000455
               MOVE DL-POS-BUDGET TO WS-AMT-ED                          00000456
               MOVE SPACES TO RPT-REC                                   00000457
               STRING DL-POS-ID       DELIMITED BY SIZE                 00000458
                      ' '             DELIMITED BY SIZE                 00000459
                      DL-POS-DEPT     DELIMITED BY SIZE                 00000460
                      ' '             DELIMITED BY SIZE                 00000461
                      DL-POS-GROUP    DELIMITED BY SIZE                 00000462
                      ' '             DELIMITED BY SIZE                 00000463
                      DL-POS-TITLE    DELIMITED BY SIZE                 00000464
                      ' '             DELIMITED BY SIZE                 00000465
                      WS-AMT-ED       DELIMITED BY SIZE                 00000466
                      '  '            DELIMITED BY SIZE                 00000467
                      DL-POS-UPD-DATE DELIMITED BY SIZE                 00000468
                      INTO RPT-REC                                      00000469
               END-STRING                                               00000470
               WRITE RPT-REC                                            00000471
             END-IF                                                     00000472
           WHEN C05-POS-EOF                                             00000473
             DISPLAY 'POSITIONS READ: ' WS-POS-READ-CT                  00000474
           WHEN OTHER                                                   00000475
             DISPLAY 'POS-PS READ FAILED ' WS-FST-POS                   00000476
             MOVE 0008 TO WS-RETURN-CD                                  00000477
             MOVE 10 TO WS-FST-POS                                      00000478
           END-EVALUATE                                                 00000479
           .                                                            00000480
       3310-POS-READ-PARA-EXIT.                                         00000481
           EXIT                                                         00000482
           .                                                            00000483
      *-----------------------------------------------------------      00000484
      *    SECOND PASS - EACH FILLED POSITION'S HOLDER READ BY KEY      00000485
      *    AND THE ANNUAL PAY SET AGAINST THE BUDGET.  A HOLDER NO      00000486
      *    LONGER ACTIVE ON THE MASTER IS LISTED TOO, SINCE THE         00000487
      *    POSITION SHOULD HAVE BEEN VACATED.                           00000488
      *-----------------------------------------------------------      00000489
       3400-OVER-BUDGET-PARA.                                           00000490
           CLOSE POS-PS                                                 00000491
           OPEN INPUT POS-PS                                            00000492
           IF NOT C05-POS-SUCCESS                                       00000493
             DISPLAY 'POS-PS REOPEN FAILED ' WS-FST-POS                 00000494
             MOVE 0008 TO WS-RETURN-CD                                  00000495
             PERFORM 9000-TERM-PARA                                     00000496
           END-IF                                                       00000497
           MOVE SPACES TO RPT-REC                                       00000498
           WRITE RPT-REC                                                00000499
           MOVE SPACES TO RPT-REC                                       00000500
           STRING 'POSITIONS FILLED OVER BUDGET' DELIMITED BY SIZE      00000501
                  INTO RPT-REC                                          00000502
           END-STRING                                                   00000503
           WRITE RPT-REC                                                00000504
           MOVE SPACES TO RPT-REC                                       00000505
           STRING 'POSN   DEPT GR EMPID       BUDGET     ANNUAL PAY'    00000506
                  DELIMITED BY SIZE                                     00000507
                  '        OVER BY' DELIMITED BY SIZE                   00000508
                  INTO RPT-REC                                          00000509
           END-STRING                                                   00000510
           WRITE RPT-REC                                                00000511
           MOVE ZEROES TO WS-LINE-CT                                    00000512
           PERFORM 3410-FILL-READ-PARA                                  00000513
              THRU 3410-FILL-READ-PARA-EXIT                             00000514
              UNTIL C05-POS-EOF                                         00000515
           IF WS-LINE-CT = 0                                            00000516
             MOVE SPACES TO RPT-REC                                     00000517
             STRING '  NONE' DELIMITED BY SIZE                          00000518
                    INTO RPT-REC                                        00000519
             END-STRING                                                 00000520
             WRITE RPT-REC                                              00000521
           END-IF                                                       00000522
           .                                                            00000523
       3400-OVER-BUDGET-PARA-EXIT.                                      00000524
           EXIT                                                         00000525
           .                                                            00000526
       3410-FILL-READ-PARA.                                             00000527
           READ POS-PS NEXT RECORD                                      00000528
           EVALUATE TRUE                                                00000529
           WHEN C05-POS-SUCCESS                                         00000530
             IF DL-POS-FILLED                                           00000531
               PERFORM 3420-FILL-CHECK-PARA                             00000532
                  THRU 3420-FILL-CHECK-PARA-EXIT                        00000533
             END-IF                                                     00000534
           WHEN C05-POS-EOF                                             00000535
             CONTINUE                                                   00000536
           WHEN OTHER                                                   00000537
             DISPLAY 'POS-PS READ FAILED ' WS-FST-POS                   00000538
             MOVE 0008 TO WS-RETURN-CD                                  00000539
             MOVE 10 TO WS-FST-POS                                      00000540
           END-EVALUATE                                                 00000541
           .                                                            00000542
       3410-FILL-READ-PARA-EXIT.                                        00000543
           EXIT                                                         00000544
           .                                                            00000545
       3420-FILL-CHECK-PARA.                                            00000546
           MOVE DL-POS-EMPID TO EMT-EMPID                               00000547
           READ EMP-PS                                                  00000548
           EVALUATE TRUE                                                00000549
           WHEN C05-EMP-SUCCESS                                         00000550
             CONTINUE                                                   00000551
           WHEN C05-EMP-NOTFND                                          00000552
             MOVE SPACES TO EMT-EMPSTATUS                               00000553
           WHEN OTHER                                                   00000554
             DISPLAY 'EMP-PS READ FAILED ' WS-FST-EMP ' FOR '           00000555
                     DL-POS-EMPID                                       00000556
             MOVE 0008 TO WS-RETURN-CD                                  00000557
             GO TO 3420-FILL-CHECK-PARA-EXIT                            00000558
           END-EVALUATE                                                 00000559
           MOVE DL-POS-BUDGET TO WS-AMT-ED                              00000560
           MOVE SPACES TO RPT-REC                                       00000561
           STRING DL-POS-ID       DELIMITED BY SIZE                     00000562
                  ' '             DELIMITED BY SIZE                     00000563
                  DL-POS-DEPT     DELIMITED BY SIZE                     00000564
                  ' '             DELIMITED BY SIZE                     00000565
                  DL-POS-GROUP    DELIMITED BY SIZE                     00000566
                  ' '             DELIMITED BY SIZE                     00000567
                  DL-POS-EMPID    DELIMITED BY SIZE                     00000568
                  ' '             DELIMITED BY SIZE                     00000569
                  WS-AMT-ED       DELIMITED BY SIZE                     00000570
                  INTO RPT-REC                                          00000571
           END-STRING                                                   00000572
           IF C05-EMP-NOTFND OR EMT-EMPSTATUS = 'T'                     00000573
             ADD 1 TO WS-NOHOLD-CT                                      00000574
             ADD 1 TO WS-LINE-CT                                        00000575
             MOVE '  HOLDER NOT ACTIVE ON MASTER' TO RPT-REC(34:29)     00000576
             WRITE RPT-REC                                              00000577
             GO TO 3420-FILL-CHECK-PARA-EXIT                            00000578
           END-IF                                                       00000579
           IF EMT-PAYTYPE = 'H'                                         00000580
             COMPUTE WS-ANNUAL-PAY = EMT-HRRATE * 2080                  00000581
           ELSE                                                         00000582
             MOVE EMT-EMPSALARY TO WS-ANNUAL-PAY                        00000583
           END-IF                                                       00000584
           IF WS-ANNUAL-PAY NOT > DL-POS-BUDGET                         00000585
             GO TO 3420-FILL-CHECK-PARA-EXIT                            00000586
           END-IF                                                       00000587
           ADD 1 TO WS-OVER-CT                                          00000588
           ADD 1 TO WS-LINE-CT                                          00000589
           COMPUTE WS-OVER-AMT = WS-ANNUAL-PAY - DL-POS-BUDGET          00000590
           MOVE WS-ANNUAL-PAY TO WS-PAY-ED                              00000591
           MOVE WS-PAY-ED     TO RPT-REC(36:13)                         00000592
           MOVE WS-OVER-AMT   TO WS-PAY-ED                              00000593
           MOVE WS-PAY-ED     TO RPT-REC(51:13)                         00000594
           WRITE RPT-REC                                                00000595
           .                                                            00000596
       3420-FILL-CHECK-PARA-EXIT.                                       00000597
           EXIT                                                         00000598
           .                                                            00000599
      *-----------------------------------------------------------      00000600
      *    DEPARTMENTS WITH MORE ACTIVE EMPLOYEES THAN POSITIONS.       00000601
      *-----------------------------------------------------------      00000602
       3500-HEADCOUNT-PARA.                                             00000603
           MOVE SPACES TO RPT-REC                                       00000604
           WRITE RPT-REC                                                00000605
           MOVE SPACES TO RPT-REC                                       00000606
           STRING 'DEPARTMENTS OVER AUTHORIZED HEADCOUNT'               00000607
                  DELIMITED BY SIZE                                     00000608
                  INTO RPT-REC                                          00000609
           END-STRING                                                   00000610
           WRITE RPT-REC                                                00000611
           MOVE SPACES TO RPT-REC                                       00000612
           STRING 'DEPT NAME                 ACTIVE AUTHORIZED VACANT'  00000613
                  DELIMITED BY SIZE                                     00000614
                  '   OVER' DELIMITED BY SIZE                           00000615
                  INTO RPT-REC                                          00000616
           END-STRING                                                   00000617
           WRITE RPT-REC                                                00000618
           PERFORM 3510-HEADCOUNT-LINE-PARA                             00000619
              THRU 3510-HEADCOUNT-LINE-PARA-EXIT                        00000620
              VARYING DH-IDX FROM 1 BY 1                                00000621
              UNTIL DH-IDX > WS-DH-CT                                   00000622
           IF WS-DOVER-CT = 0                                           00000623
             MOVE SPACES TO RPT-REC                                     00000624
             STRING '  NONE' DELIMITED BY SIZE                          00000625
                    INTO RPT-REC                                        00000626
             END-STRING                                                 00000627
             WRITE RPT-REC                                              00000628
           END-IF                                                       00000629
           .                                                            00000630
       3500-HEADCOUNT-PARA-EXIT.                                        00000631
           EXIT                                                         00000632
           .                                                            00000633
       3510-HEADCOUNT-LINE-PARA.                                        00000634
           IF DH-ACTIVE(DH-IDX) NOT > DH-AUTH(DH-IDX)                   00000635
             GO TO 3510-HEADCOUNT-LINE-PARA-EXIT                        00000636
           END-IF                                                       00000637
           ADD 1 TO WS-DOVER-CT                                         00000638
           MOVE SPACES TO RPT-REC                                       00000639
           MOVE DH-DEPT(DH-IDX)   TO RPT-REC(1:4)                       00000640
           MOVE DH-NAME(DH-IDX)   TO RPT-REC(6:20)                      00000641
           MOVE DH-ACTIVE(DH-IDX) TO WS-HC-ED                           00000642
           MOVE WS-HC-ED          TO RPT-REC(28:5)                      00000643
           MOVE DH-AUTH(DH-IDX)   TO WS-HC-ED                           00000644
           MOVE WS-HC-ED          TO RPT-REC(39:5)                      00000645
           MOVE DH-VACANT(DH-IDX) TO WS-HC-ED                           00000646
           MOVE WS-HC-ED          TO RPT-REC(46:5)                      00000647
           COMPUTE WS-HC-ED = DH-ACTIVE(DH-IDX) - DH-AUTH(DH-IDX)       00000648
           MOVE WS-HC-ED          TO RPT-REC(53:5)                      00000649
           WRITE RPT-REC                                                00000650
           .                                                            00000651
       3510-HEADCOUNT-LINE-PARA-EXIT.                                   00000652
           EXIT                                                         00000653
           .                                                            00000654
       3800-TOTALS-PARA.                                                00000655
           MOVE SPACES TO RPT-REC                                       00000656
           WRITE RPT-REC                                                00000657
           MOVE WS-POS-READ-CT TO WS-CT-ED                              00000658
           MOVE SPACES TO RPT-REC                                       00000659
           STRING 'AUTHORIZED POSITIONS.....: ' DELIMITED BY SIZE       00000660
                  WS-CT-ED DELIMITED BY SIZE                            00000661
                  INTO RPT-REC                                          00000662
           END-STRING                                                   00000663
           WRITE RPT-REC                                                00000664
           MOVE WS-FILL-CT TO WS-CT-ED                                  00000665
           MOVE SPACES TO RPT-REC                                       00000666
           STRING 'POSITIONS FILLED.........: ' DELIMITED BY SIZE       00000667
                  WS-CT-ED DELIMITED BY SIZE                            00000668
                  INTO RPT-REC                                          00000669
           END-STRING                                                   00000670
           WRITE RPT-REC                                                00000671
           MOVE WS-VAC-CT TO WS-CT-ED                                   00000672
           MOVE SPACES TO RPT-REC                                       00000673
           STRING 'POSITIONS VACANT.........: ' DELIMITED BY SIZE       00000674
                  WS-CT-ED DELIMITED BY SIZE                            00000675
                  INTO RPT-REC                                          00000676
           END-STRING                                                   00000677
           WRITE RPT-REC                                                00000678
           MOVE WS-OVER-CT TO WS-CT-ED                                  00000679
           MOVE SPACES TO RPT-REC                                       00000680
           STRING 'FILLED OVER BUDGET.......: ' DELIMITED BY SIZE       00000681
                  WS-CT-ED DELIMITED BY SIZE                            00000682
                  INTO RPT-REC                                          00000683
           END-STRING                                                   00000684
           WRITE RPT-REC                                                00000685
           MOVE WS-NOHOLD-CT TO WS-CT-ED                                00000686
           MOVE SPACES TO RPT-REC                                       00000687
           STRING 'HOLDER NOT ACTIVE........: ' DELIMITED BY SIZE       00000688
                  WS-CT-ED DELIMITED BY SIZE                            00000689
                  INTO RPT-REC                                          00000690
           END-STRING                                                   00000691
           WRITE RPT-REC                                                00000692
           MOVE WS-DOVER-CT TO WS-CT-ED                                 00000693
           MOVE SPACES TO RPT-REC                                       00000694
           STRING 'DEPARTMENTS OVER HEADCOUNT: ' DELIMITED BY SIZE      00000695
                  WS-CT-ED DELIMITED BY SIZE                            00000696
                  INTO RPT-REC                                          00000697
           END-STRING                                                   00000698
           WRITE RPT-REC                                                00000699
           .                                                            00000700
       3800-TOTALS-PARA-EXIT.                                           00000701
           EXIT                                                         00000702
           .                                                            00000703
       3900-CLOSE-PARA.                                                 00000704
           CLOSE EMP-PS POS-PS RPT-PS                                   00000705
           .                                                            00000706
       3900-CLOSE-PARA-EXIT.                                            00000707
           EXIT                                                         00000708
           .                                                            00000709
       9000-TERM-PARA.                                                  00000710
           IF WS-AUDIT-IS-OPEN                                          00000711
             MOVE SPACES            TO DL-AUDIT-REC                     00000712
             MOVE 'POSRPT'          TO DL-AUDIT-PGM                     00000713
             MOVE WS-AUDIT-START-TS TO DL-AUDIT-START-TS                00000714
             ACCEPT DL-AUDIT-END-TS(1:8) FROM DATE YYYYMMDD             00000715
             ACCEPT DL-AUDIT-END-TS(9:6) FROM TIME                      00000716
             MOVE WS-POS-READ-CT    TO DL-AUDIT-READ-CT                 00000717
             MOVE ZEROES            TO DL-AUDIT-WRITE-CT                00000718
             MOVE WS-RETURN-CD      TO DL-AUDIT-RETURN-CD               00000719
             MOVE 'COMPLETED'       TO DL-AUDIT-STATUS-TX               00000720
             PERFORM 9100-AUDIT-CHAIN-PARA                              00000721
                THRU 9100-AUDIT-CHAIN-PARA-EXIT                         00000722
             WRITE DL-AUDIT-REC                                         00000723
             CLOSE AUDIT-PS                                             00000724
           END-IF                                                       00000725
           MOVE WS-RETURN-CD TO RETURN-CODE                             00000726
           STOP RUN                                                     00000727
           .                                                            00000728
      *-----------------------------------------------------------      00000729
      *    CHAIN THE AUDIT RECORD INTO AUDITLOG'S SEQUENCE AND          00000730
      *    HASH, WRITING THE DAY'S ANCHOR FIRST WHEN THIS IS THE        00000731
      *    FIRST RECORD OF THE DAY.                                     00000732
      *-----------------------------------------------------------      00000733
       9100-AUDIT-CHAIN-PARA.                                           00000734
           MOVE SPACES       TO DL-CHN-PARMS                            00000735
           MOVE 'NXT'        TO DL-CHN-FUNC                             00000736
           MOVE 'AUDITLOG'   TO DL-CHN-LOG                              00000737
           MOVE DL-AUDIT-END-TS(1:8) TO DL-CHN-TODAY                    00000738
           MOVE DL-AUDIT-REC TO DL-CHN-REC                              00000739
           CALL 'PAYCHAIN' USING DL-CHN-PARMS                           00000740
             ON EXCEPTION                                               00000741
               DISPLAY 'PAYCHAIN NOT AVAILABLE - AUDIT RECORD NOT '     00000742
                       'CHAINED'                                        00000743
           END-CALL                                                     00000744
           IF DL-CHN-ANCHORED                                           00000745
             WRITE DL-AUDIT-REC FROM DL-CHN-ANCHOR                      00000746
           END-IF                                                       00000747
           IF DL-CHN-OK                                                 00000748
             MOVE DL-CHN-REC TO DL-AUDIT-REC                            00000749
           END-IF                                                       00000750
           .                                                            00000751
       9100-AUDIT-CHAIN-PARA-EXIT.                                      00000752
           EXIT                                                         00000753
           .                                                            00000754

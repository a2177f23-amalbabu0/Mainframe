       IDENTIFICATION DIVISION.                                         00000001
       PROGRAM-ID. WFMOVE.                                              00000002
       AUTHOR. PAYROLL SYSTEMS.                                         00000003
       DATE-WRITTEN. 2026-10-15.                                        00000004
      *-----------------------------------------------------------      00000005
      *    MONTHLY WORKFORCE MOVEMENT AND TURNOVER REPORT FOR           00000006
      *    MANAGEMENT, BY DEPARTMENT AND PAYROLL GROUP, FOR THE         00000007
      *    MONTH OF THE BUSINESS DATE ON THE PARM.  RUN AFTER THE       00000008
      *    LAST PAYDRV CYCLE OF THE MONTH, AS POSRPT IS, SO THE         00000009
      *    EMPLOYEE MASTER STANDS AS AT MONTH END.                      00000010
      *      OPENING   - THE PRIOR MONTH'S CLOSING HEADCOUNT FROM       00000011
      *                  THE HEADCOUNT HISTORY (WFHIST, DLWFHST)        00000012
      *      HIRES, TERMINATIONS, TRANSFERS IN AND OUT                  00000013
      *                - THE MONTH'S MOVEMENTS EMPTRN APPLIED, FROM     00000014
      *                  THE WORKFORCE MOVEMENT LOG (WFMOVLOG,          00000015
      *                  DLWFMOV)                                       00000016
      *      CLOSING   - ACTIVE EMPLOYEES ON THE MASTER (EMPMST)        00000017
      *      TURNOVER  - TERMINATIONS AS A PERCENTAGE OF THE            00000018
      *                  AVERAGE OF OPENING AND CLOSING HEADCOUNT       00000019
      *      TENURE    - AVERAGE SERVICE IN YEARS OF THE MONTH'S        00000020
      *                  LEAVERS, FROM THE MASTER'S HIRE AND            00000021
      *                  TERMINATION DATES ON THE SHOP'S 30/360         00000022
      *                  CONVENTION                                     00000023
      *    OPENING PLUS MOVEMENTS MUST EQUAL CLOSING FOR EVERY          00000024
      *    DEPARTMENT AND GROUP.  A LINE THAT DOES NOT IS FLAGGED       00000025
      *    WITH THE DIFFERENCE AND THE STEP ENDS RC 4 - A MASTER        00000026
      *    CHANGE MADE OUTSIDE EMPTRN, OR A NIGHT'S LOG LOST, SHOWS     00000027
      *    UP HERE.  ON THE FIRST RUN, WITH NO PRIOR MONTH ON THE       00000028
      *    HISTORY, THE OPENING IS DERIVED FROM THE CLOSING AND THE     00000029
      *    MOVEMENTS AND SAID SO ON THE REPORT.                         00000030
      *    A GROUP SUMMARY AND A ROLLING TWELVE-MONTH TREND OF THE      00000031
      *    COMPANY TOTALS FOLLOW.  THE MONTH'S FIGURES ARE WRITTEN      00000032
      *    TO WFHISTOT AND THE MOVEMENTS STILL NEEDED (THE MONTH        00000033
      *    ITSELF, FOR A RERUN, AND ANY LATER) TO WFMOVOUT; THE JOB     00000034
      *    COPIES BOTH BACK OVER THE LIVE DATASETS.  A RERUN FOR        00000035
      *    THE SAME MONTH REPLACES THAT MONTH'S HISTORY.                00000036
      *-----------------------------------------------------------      00000037
       ENVIRONMENT DIVISION.                                            00000038
       INPUT-OUTPUT SECTION.                                            00000039
       FILE-CONTROL.                                                    00000040
           SELECT EMP-PS ASSIGN TO EMPMST                               00000041
           ORGANIZATION IS INDEXED                                      00000042
           ACCESS IS SEQUENTIAL                                         00000043
           RECORD KEY IS EMT-EMPID                                      00000044
           FILE STATUS IS WS-FST-EMP                                    00000045
           .                                                            00000046
           SELECT MVIN-PS ASSIGN TO WFMOVLOG                            00000047
           ORGANIZATION IS SEQUENTIAL                                   00000048
           ACCESS IS SEQUENTIAL                                         00000049
           FILE STATUS IS WS-FST-MVIN                                   00000050
           .                                                            00000051
           SELECT MVOUT-PS ASSIGN TO WFMOVOUT                           00000052
           ORGANIZATION IS SEQUENTIAL                                   00000053
           ACCESS IS SEQUENTIAL                                         00000054
           FILE STATUS IS WS-FST-MVOUT                                  00000055
           .                                                            00000056
      *-----------------------------------------------------------      00000057
      *    NO HISTORY YET (THE FIRST MONTH) IS NOT AN ERROR.            00000058
      *-----------------------------------------------------------      00000059
           SELECT OPTIONAL HSTIN-PS ASSIGN TO WFHISTIN                  00000060
           ORGANIZATION IS SEQUENTIAL                                   00000061
           ACCESS IS SEQUENTIAL                                         00000062
           FILE STATUS IS WS-FST-HSTIN                                  00000063
           .                                                            00000064
           SELECT HSTOUT-PS ASSIGN TO WFHISTOT                          00000065
           ORGANIZATION IS SEQUENTIAL                                   00000066
           ACCESS IS SEQUENTIAL                                         00000067
           FILE STATUS IS WS-FST-HSTOUT                                 00000068
           .                                                            00000069
           SELECT RPT-PS ASSIGN TO WFMVRPT                              00000070
           ORGANIZATION IS SEQUENTIAL                                   00000071
           ACCESS IS SEQUENTIAL                                         00000072
           FILE STATUS IS WS-FST-RPT                                    00000073
           .                                                            00000074
           SELECT AUDIT-PS ASSIGN TO AUDITLOG                           00000075
           ORGANIZATION IS SEQUENTIAL                                   00000076
           ACCESS IS SEQUENTIAL                                         00000077
           FILE STATUS IS WS-FST-AUDIT                                  00000078
           .                                                            00000079
       DATA DIVISION.                                                   00000080
       FILE SECTION.                                                    00000081
       FD EMP-PS                                                        00000082
           RECORD CONTAINS 80 CHARACTERS.                               00000083
       01 EMT-REC.                                                      00000084
         05 EMT-EMPID          PIC X(05).                               00000085
         05 F                  PIC X(01).                               00000086
         05 EMT-EMPFNAME       PIC X(10).                               00000087
         05 F                  PIC X(01).                               00000088
         05 EMT-EMPLNAME       PIC X(10).                               00000089
         05 F                  PIC X(01).                               00000090
         05 EMT-EMPRATING      PIC X(01).                               00000091
         05 F                  PIC X(01).                               00000092
         05 EMT-EMPSALARY      PIC 9(06).                               00000093
         05 F                  PIC X(01).                               00000094
         05 EMT-EMPDEPT        PIC X(04).                               00000095
         05 F                  PIC X(01).                               00000096
         05 EMT-EMPGROUP       PIC X(02).                               00000097
         05 F                  PIC X(01).                               00000098
         05 EMT-HIREDATE       PIC X(10).                               00000099
         05 F                  PIC X(01).                               00000100
         05 EMT-EMPSTATUS      PIC X(01).                               00000101
         05 F                  PIC X(01).                               00000102
         05 EMT-TERMDATE       PIC X(10).                               00000103
         05 F                  PIC X(01).                               00000104
         05 EMT-PAYTYPE        PIC X(01).                               00000105
         05 F                  PIC X(01).                               00000106
         05 EMT-HRRATE         PIC 9(04)V9(02).                         00000107
         05 EMT-REVMONTH       PIC X(02).                               00000108
         05 F                  PIC X(01).                               00000109
       FD MVIN-PS                                                       00000110
           RECORD CONTAINS 80 CHARACTERS.                               00000111
           COPY DLWFMOV.                                                00000112
       FD MVOUT-PS                                                      00000113
           RECORD CONTAINS 80 CHARACTERS.                               00000114
       01 MVO-REC                PIC X(80).                             00000115
       FD HSTIN-PS                                                      00000116
           RECORD CONTAINS 80 CHARACTERS.                               00000117
           COPY DLWFHST.                                                00000118
       FD HSTOUT-PS                                                     00000119
           RECORD CONTAINS 80 CHARACTERS.                               00000120
           COPY DLWFHST REPLACING LEADING ==DL-WFH== BY ==DL-WFHO==.    00000121
       FD RPT-PS                                                        00000122
           RECORD CONTAINS 132 CHARACTERS.                              00000123
       01 RPT-REC                PIC X(132).                            00000124
       FD AUDIT-PS                                                      00000125
           RECORD CONTAINS 100 CHARACTERS.                              00000126
           COPY DLAUDIT.                                                00000127
       WORKING-STORAGE SECTION.                                         00000128
       01 WS-VARS.                                                      00000129
         05 WS-FST-EMP   PIC 9(02).                                     00000130
           88 C05-EMP-SUCCESS    VALUE 00.                              00000131
           88 C05-EMP-EOF        VALUE 10.                              00000132
         05 WS-FST-MVIN  PIC 9(02).                                     00000133
           88 C05-MVIN-SUCCESS   VALUE 00.                              00000134
           88 C05-MVIN-EOF       VALUE 10.                              00000135
         05 WS-FST-MVOUT PIC 9(02).                                     00000136
           88 C05-MVOUT-SUCCESS  VALUE 00.                              00000137
         05 WS-FST-HSTIN PIC 9(02).                                     00000138
           88 C05-HSTIN-SUCCESS  VALUE 00 05.                           00000139
           88 C05-HSTIN-EOF      VALUE 10.                              00000140
         05 WS-FST-HSTOUT PIC 9(02).                                    00000141
           88 C05-HSTOUT-SUCCESS VALUE 00.                              00000142
         05 WS-FST-RPT   PIC 9(02).                                     00000143
           88 C05-RPT-SUCCESS    VALUE 00.                              00000144
         05 WS-FST-AUDIT PIC 9(02).                                     00000145
           88 C05-AUDIT-SUCCESS  VALUE 00.                              00000146
         05 WS-AUDIT-OPEN-SW PIC X(01) VALUE 'N'.                       00000147
           88 WS-AUDIT-IS-OPEN   VALUE 'Y'.                             00000148
         05 WS-AUDIT-START-TS  PIC X(15).                               00000149
         05 WS-RUN-DATE        PIC X(10).                               00000150
         05 WS-RETURN-CD       PIC 9(04) VALUE ZEROES.                  00000151
         05 WS-EMP-READ-CT     PIC 9(06) VALUE ZEROES.                  00000152
         05 WS-MV-READ-CT      PIC 9(06) VALUE ZEROES.                  00000153
         05 WS-MV-MONTH-CT     PIC 9(06) VALUE ZEROES.                  00000154
         05 WS-MV-CARRY-CT     PIC 9(06) VALUE ZEROES.                  00000155
         05 WS-MV-DROP-CT      PIC 9(06) VALUE ZEROES.                  00000156
         05 WS-MV-BAD-CT       PIC 9(06) VALUE ZEROES.                  00000157
         05 WS-HST-READ-CT     PIC 9(06) VALUE ZEROES.                  00000158
         05 WS-HST-CARRY-CT    PIC 9(06) VALUE ZEROES.                  00000159
         05 WS-HST-WRITE-CT    PIC 9(06) VALUE ZEROES.                  00000160
         05 WS-BREAK-CT        PIC 9(06) VALUE ZEROES.                  00000161
         05 WS-CT-ED           PIC ZZZZZ9.                              00000162
         05 WS-HC-ED           PIC ZZZZ9.                               00000163
         05 WS-DIFF-ED         PIC -ZZZ9.                               00000164
         05 WS-PCT-ED          PIC ZZ9.9.                               00000165
      *-----------------------------------------------------------      00000166
      *    REPORTED MONTH AND THE MONTH OF EACH DATED ITEM, AS A        00000167
      *    RUNNING MONTH NUMBER (YEAR * 12 + MONTH) SO THAT MONTHS      00000168
      *    SUBTRACT ACROSS A YEAR END.  WS-MON-OFFSET IS HOW MANY       00000169
      *    MONTHS BEFORE THE REPORTED MONTH AN ITEM FALLS.              00000170
      *-----------------------------------------------------------      00000171
         05 WS-RPT-NUM.                                                 00000172
           10 WS-RPT-YEAR      PIC 9(04).                               00000173
           10 WS-RPT-MON       PIC 9(02).                               00000174
         05 WS-RPT-MNUM        PIC 9(06).                               00000175
         05 WS-ITEM-DATE       PIC X(10).                               00000176
         05 WS-ITEM-NUM.                                                00000177
           10 WS-ITEM-YEAR     PIC 9(04).                               00000178
           10 WS-ITEM-MON      PIC 9(02).                               00000179
           10 WS-ITEM-DAY      PIC 9(02).                               00000180
         05 WS-ITEM-MNUM       PIC 9(06).                               00000181
         05 WS-MON-OFFSET      PIC S9(06).                              00000182
         05 WS-HIRE-NUM.                                                00000183
           10 WS-HIRE-YEAR     PIC 9(04).                               00000184
           10 WS-HIRE-MON      PIC 9(02).                               00000185
           10 WS-HIRE-DAY      PIC 9(02).                               00000186
         05 WS-SVC-DAYS        PIC S9(07).                              00000187
         05 WS-PRIOR-SW        PIC X(01) VALUE 'N'.                     00000188
           88 WS-PRIOR-FOUND   VALUE 'Y'.                               00000189
      *-----------------------------------------------------------      00000190
      *    ONE ENTRY PER DEPARTMENT AND PAYROLL GROUP, KEPT IN KEY      00000191
      *    ORDER AS ENTRIES ARE ADDED SO THE REPORT PRINTS SORTED.      00000192
      *-----------------------------------------------------------      00000193
         05 WS-WF-CT           PIC 9(03) VALUE ZEROES.                  00000194
         05 WS-WF-TBL OCCURS 300 TIMES INDEXED BY WF-IDX.               00000195
           10 WF-KEY.                                                   00000196
             15 WF-DEPT        PIC X(04).                               00000197
             15 WF-GROUP       PIC X(02).                               00000198
           10 WF-OPEN          PIC 9(05).                               00000199
           10 WF-HIRES         PIC 9(05).                               00000200
           10 WF-TERMS         PIC 9(05).                               00000201
           10 WF-IN            PIC 9(05).                               00000202
           10 WF-OUT           PIC 9(05).                               00000203
           10 WF-CLOSE         PIC 9(05).                               00000204
           10 WF-LEAVERS       PIC 9(05).                               00000205
           10 WF-TEN-DAYS      PIC 9(07).                               00000206
         05 WS-LOOK-KEY.                                                00000207
           10 WS-LOOK-DEPT     PIC X(04).                               00000208
           10 WS-LOOK-GROUP    PIC X(02).                               00000209
         05 WS-WF-SUB          PIC 9(03).                               00000210
         05 WS-WF-POS          PIC 9(03).                               00000211
         05 WS-WF-SHIFT        PIC 9(03).                               00000212
         05 WS-WF-FULL-SW      PIC X(01) VALUE 'N'.                     00000213
           88 WS-WF-FULL       VALUE 'Y'.                               00000214
      *-----------------------------------------------------------      00000215
      *    PAYROLL GROUP SUMMARY.                                       00000216
      *-----------------------------------------------------------      00000217
         05 WS-GT-CT           PIC 9(02) VALUE ZEROES.                  00000218
         05 WS-GT-TBL OCCURS 20 TIMES INDEXED BY GT-IDX.                00000219
           10 GT-GROUP         PIC X(02).                               00000220
           10 GT-OPEN          PIC 9(06).                               00000221
           10 GT-HIRES         PIC 9(06).                               00000222
           10 GT-TERMS         PIC 9(06).                               00000223
           10 GT-IN            PIC 9(06).                               00000224
           10 GT-OUT           PIC 9(06).                               00000225
           10 GT-CLOSE         PIC 9(06).                               00000226
           10 GT-LEAVERS       PIC 9(06).                               00000227
           10 GT-TEN-DAYS      PIC 9(09).                               00000228
         05 WS-GT-SUB          PIC 9(02).                               00000229
      *-----------------------------------------------------------      00000230
      *    ROLLING TREND - ENTRY 12 IS THE REPORTED MONTH, ENTRY 1      00000231
      *    ELEVEN MONTHS BEFORE IT.  COMPANY TOTALS PER MONTH.          00000232
      *-----------------------------------------------------------      00000233
         05 WS-TR-TBL OCCURS 12 TIMES INDEXED BY TR-IDX.                00000234
           10 TR-MNUM          PIC 9(06).                               00000235
           10 TR-SEEN-SW       PIC X(01).                               00000236
             88 TR-SEEN        VALUE 'Y'.                               00000237
           10 TR-OPEN          PIC 9(06).                               00000238
           10 TR-HIRES         PIC 9(06).                               00000239
           10 TR-TERMS         PIC 9(06).                               00000240
           10 TR-IN            PIC 9(06).                               00000241
           10 TR-OUT           PIC 9(06).                               00000242
           10 TR-CLOSE         PIC 9(06).                               00000243
           10 TR-LEAVERS       PIC 9(06).                               00000244
           10 TR-TEN-DAYS      PIC 9(09).                               00000245
         05 WS-TR-SUB          PIC 9(02).                               00000246
         05 WS-TR-YEAR         PIC 9(04).                               00000247
         05 WS-TR-MON          PIC 9(02).                               00000248
      *-----------------------------------------------------------      00000249
      *    ONE REPORT LINE'S FIGURES, LOADED BY THE CALLER FOR          00000250
      *    3550-LINE-PARA TO EDIT, CHECK AND RATE.                      00000251
      *-----------------------------------------------------------      00000252
         05 WS-LN-OPEN         PIC 9(06).                               00000253
         05 WS-LN-HIRES        PIC 9(06).                               00000254
         05 WS-LN-TERMS        PIC 9(06).                               00000255
         05 WS-LN-IN           PIC 9(06).                               00000256
         05 WS-LN-OUT          PIC 9(06).                               00000257
         05 WS-LN-CLOSE        PIC 9(06).                               00000258
         05 WS-LN-LEAVERS      PIC 9(06).                               00000259
         05 WS-LN-TEN-DAYS     PIC 9(09).                               00000260
         05 WS-LN-DIFF         PIC S9(06).                              00000261
         05 WS-LN-AVG-HC       PIC 9(06)V9(02).                         00000262
         05 WS-LN-RATE         PIC 9(03)V9(01).                         00000263
         05 WS-LN-TENURE       PIC 9(03)V9(01).                         00000264
         05 WS-LN-CHECK-SW     PIC X(01).                               00000265
           88 WS-LN-CHECKED    VALUE 'Y'.                               00000266
         05 WS-TOT-OPEN        PIC 9(06) VALUE ZEROES.                  00000267
         05 WS-TOT-HIRES       PIC 9(06) VALUE ZEROES.                  00000268
         05 WS-TOT-TERMS       PIC 9(06) VALUE ZEROES.                  00000269
         05 WS-TOT-IN          PIC 9(06) VALUE ZEROES.                  00000270
         05 WS-TOT-OUT         PIC 9(06) VALUE ZEROES.                  00000271
         05 WS-TOT-CLOSE       PIC 9(06) VALUE ZEROES.                  00000272
         05 WS-TOT-LEAVERS     PIC 9(06) VALUE ZEROES.                  00000273
         05 WS-TOT-TEN-DAYS    PIC 9(09) VALUE ZEROES.                  00000274
         05 WS-RUNC-PARMS.                                              00000275
           10 WS-RUNC-FUNC   PIC X(03).                                 00000276
           10 WS-RUNC-PGM    PIC X(08).                                 00000277
           10 WS-RUNC-DATE   PIC X(10).                                 00000278
           10 WS-RUNC-RESULT PIC X(01).                                 00000279
       COPY DLCHAIN.                                                    00000280
       LINKAGE SECTION.                                                 00000281
       01 LK-PARM-REC.                                                  00000282
           05 LK-RUN-DATE    PIC X(10).                                 00000283
       PROCEDURE DIVISION USING LK-PARM-REC.                            00000284
       0000-MAIN-PARA.                                                  00000285
           PERFORM 1000-INIT-PARA                                       00000286
              THRU 1000-INIT-PARA-EXIT                                  00000287
           PERFORM 3000-PROC-PARA                                       00000288
              THRU 3000-PROC-PARA-EXIT                                  00000289
           PERFORM 9000-TERM-PARA                                       00000290
           .                                                            00000291
       1000-INIT-PARA.                                                  00000292
           ACCEPT WS-AUDIT-START-TS(1:8) FROM DATE YYYYMMDD             00000293
           ACCEPT WS-AUDIT-START-TS(9:6) FROM TIME                      00000294
           IF LK-RUN-DATE = SPACES OR LK-RUN-DATE = LOW-VALUES          00000295
               ACCEPT WS-RUN-DATE(1:8) FROM DATE YYYYMMDD               00000296
               END-ACCEPT                                               00000297
           ELSE                                                         00000298
               MOVE LK-RUN-DATE TO WS-RUN-DATE                          00000299
           END-IF                                                       00000300
           PERFORM 1100-RUNCTL-CHECK-PARA                               00000301
              THRU 1100-RUNCTL-CHECK-PARA-EXIT                          00000302
           MOVE WS-RUN-DATE TO WS-ITEM-DATE                             00000303
           PERFORM 1500-ITEM-MONTH-PARA                                 00000304
              THRU 1500-ITEM-MONTH-PARA-EXIT                            00000305
           IF WS-ITEM-MNUM = 0                                          00000306
             DISPLAY 'BUSINESS DATE NOT A VALID DATE: ' WS-RUN-DATE     00000307
             MOVE 0008 TO WS-RETURN-CD                                  00000308
             PERFORM 9000-TERM-PARA                                     00000309
           END-IF                                                       00000310
           MOVE WS-ITEM-YEAR TO WS-RPT-YEAR                             00000311
           MOVE WS-ITEM-MON  TO WS-RPT-MON                              00000312
           MOVE WS-ITEM-MNUM TO WS-RPT-MNUM                             00000313
           DISPLAY 'REPORTING MONTH: ' WS-RPT-NUM                       00000314
           PERFORM 1300-TREND-INIT-PARA                                 00000315
              THRU 1300-TREND-INIT-PARA-EXIT                            00000316
              VARYING TR-IDX FROM 1 BY 1                                00000317
              UNTIL TR-IDX > 12                                         00000318
           .                                                            00000319
       1000-INIT-PARA-EXIT.                                             00000320
           EXIT                                                         00000321
           .                                                            00000322
       1100-RUNCTL-CHECK-PARA.                                          00000323
           MOVE 'CHK'       TO WS-RUNC-FUNC                             00000324
           MOVE 'WFMOVE'    TO WS-RUNC-PGM                              00000325
           MOVE WS-RUN-DATE TO WS-RUNC-DATE                             00000326
           CALL 'PAYRUNC' USING WS-RUNC-PARMS                           00000327
             ON EXCEPTION                                               00000328
               DISPLAY 'PAYRUNC NOT AVAILABLE - RUN-CONTROL CHECK '     00000329
                       'SKIPPED'                                        00000330
               MOVE 'N' TO WS-RUNC-RESULT                               00000331
           END-CALL                                                     00000332
           IF WS-RUNC-RESULT = 'Y'                                      00000333
             DISPLAY 'WFMOVE ALREADY COMPLETED FOR BUSINESS DATE '      00000334
                     WS-RUN-DATE                                        00000335
             DISPLAY 'RERUN REFUSED - APPEND AN OVERRIDE RECORD TO '    00000336
                     'RUNCTLF FOR A FORCED RERUN'                       00000337
             MOVE 0012 TO RETURN-CODE                                   00000338
             STOP RUN                                                   00000339
           END-IF                                                       00000340
           .                                                            00000341
       1100-RUNCTL-CHECK-PARA-EXIT.                                     00000342
           EXIT                                                         00000343
           .                                                            00000344
       1200-RUNCTL-MARK-PARA.                                           00000345
           MOVE 'UPD'       TO WS-RUNC-FUNC                             00000346
           MOVE 'WFMOVE'    TO WS-RUNC-PGM                              00000347
           MOVE WS-RUN-DATE TO WS-RUNC-DATE                             00000348
           CALL 'PAYRUNC' USING WS-RUNC-PARMS                           00000349
             ON EXCEPTION                                               00000350
               DISPLAY 'PAYRUNC NOT AVAILABLE - RUN NOT MARKED '        00000351
                       'COMPLETE'                                       00000352
           END-CALL                                                     00000353
           .                                                            00000354
       1200-RUNCTL-MARK-PARA-EXIT.                                      00000355
           EXIT                                                         00000356
           .                                                            00000357
       1300-TREND-INIT-PARA.                                            00000358
           SET WS-TR-SUB TO TR-IDX                                      00000359
           COMPUTE TR-MNUM(TR-IDX) = WS-RPT-MNUM - 12 + WS-TR-SUB       00000360
           MOVE 'N'    TO TR-SEEN-SW(TR-IDX)                            00000361
           MOVE ZEROES TO TR-OPEN(TR-IDX) TR-HIRES(TR-IDX)              00000362
                          TR-TERMS(TR-IDX) TR-IN(TR-IDX)                00000363
                          TR-OUT(TR-IDX) TR-CLOSE(TR-IDX)               00000364
                          TR-LEAVERS(TR-IDX) TR-TEN-DAYS(TR-IDX)        00000365
           .                                                            00000366
       1300-TREND-INIT-PARA-EXIT.                                       00000367
           EXIT                                                         00000368
           .                                                            00000369
      *-----------------------------------------------------------      00000370
      *    THE TABLE ENTRY FOR WS-LOOK-KEY, INSERTED IN KEY ORDER       00000371
      *    WHEN NEW.  WS-WF-SUB IS ZERO ONLY WHEN THE TABLE IS FULL.    00000372
      *-----------------------------------------------------------      00000373
       1450-WF-FIND-PARA.                                               00000374
           MOVE ZEROES TO WS-WF-SUB WS-WF-POS                           00000375
           PERFORM 1460-WF-SCAN-PARA                                    00000376
              THRU 1460-WF-SCAN-PARA-EXIT                               00000377
              VARYING WF-IDX FROM 1 BY 1                                00000378
              UNTIL WF-IDX > WS-WF-CT OR WS-WF-SUB > 0                  00000379
                 OR WS-WF-POS > 0                                       00000380
           IF WS-WF-SUB > 0                                             00000381
             GO TO 1450-WF-FIND-PARA-EXIT                               00000382
           END-IF                                                       00000383
           IF WS-WF-CT NOT < 300                                        00000384
             IF NOT WS-WF-FULL                                          00000385
               DISPLAY 'DEPARTMENT TABLE FULL AT ' WS-LOOK-KEY          00000386
                       ' - REPORT INCOMPLETE'                           00000387
               SET WS-WF-FULL TO TRUE                                   00000388
               IF WS-RETURN-CD = 0                                      00000389
                 MOVE 0004 TO WS-RETURN-CD                              00000390
               END-IF                                                   00000391
             END-IF                                                     00000392
             GO TO 1450-WF-FIND-PARA-EXIT                               00000393
           END-IF                                                       00000394
           IF WS-WF-POS = 0                                             00000395
             COMPUTE WS-WF-POS = WS-WF-CT + 1                           00000396
           ELSE                                                         00000397
             PERFORM 1470-WF-SHIFT-PARA                                 00000398
                THRU 1470-WF-SHIFT-PARA-EXIT                            00000399
                VARYING WS-WF-SHIFT FROM WS-WF-CT BY -1                 00000400
                UNTIL WS-WF-SHIFT < WS-WF-POS                           00000401
           END-IF                                                       00000402
           ADD 1 TO WS-WF-CT                                            00000403
           MOVE WS-WF-POS     TO WS-WF-SUB                              00000404
           MOVE WS-LOOK-KEY   TO WF-KEY(WS-WF-SUB)                      00000405
           MOVE ZEROES        TO WF-OPEN(WS-WF-SUB)                     00000406
                                 WF-HIRES(WS-WF-SUB)                    00000407
                                 WF-TERMS(WS-WF-SUB)                    00000408
                                 WF-IN(WS-WF-SUB)                       00000409
                                 WF-OUT(WS-WF-SUB)                      00000410
                                 WF-CLOSE(WS-WF-SUB)                    00000411
                                 WF-LEAVERS(WS-WF-SUB)                  00000412
                                 WF-TEN-DAYS(WS-WF-SUB)                 00000413
           .                                                            00000414
       1450-WF-FIND-PARA-EXIT.                                          00000415
           EXIT                                                         00000416
           .                                                            00000417
       1460-WF-SCAN-PARA.                                               00000418
           IF WF-KEY(WF-IDX) = WS-LOOK-KEY                              00000419
             SET WS-WF-SUB TO WF-IDX                                    00000420
           ELSE                                                         00000421
             IF WF-KEY(WF-IDX) > WS-LOOK-KEY                            00000422
               SET WS-WF-POS TO WF-IDX                                  00000423
             END-IF                                                     00000424
           END-IF                                                       00000425
           .                                                            00000426
       1460-WF-SCAN-PARA-EXIT.                                          00000427
           EXIT                                                         00000428
           .                                                            00000429
       1470-WF-SHIFT-PARA.                                              00000430
           MOVE WS-WF-TBL(WS-WF-SHIFT) TO WS-WF-TBL(WS-WF-SHIFT + 1)    00000431
           .                                                            00000432
       1470-WF-SHIFT-PARA-EXIT.                                         00000433
           EXIT                                                         00000434
           .                                                            00000435
      *-----------------------------------------------------------      00000436
      *    RUNNING MONTH NUMBER OF WS-ITEM-DATE, WHICH ARRIVES          00000437
      *    EITHER AS YYYYMMDD OR YYYY-MM-DD.  ZERO WHEN THE DATE IS     00000438
      *    NOT VALID.                                                   00000439
      *-----------------------------------------------------------      00000440
       1500-ITEM-MONTH-PARA.                                            00000441
           MOVE ZEROES TO WS-ITEM-MNUM                                  00000442
           IF WS-ITEM-DATE(5:1) = '-'                                   00000443
             IF WS-ITEM-DATE(1:4) IS NUMERIC AND                        00000444
                WS-ITEM-DATE(6:2) IS NUMERIC AND                        00000445
                WS-ITEM-DATE(9:2) IS NUMERIC                            00000446
               MOVE WS-ITEM-DATE(1:4) TO WS-ITEM-YEAR                   00000447
               MOVE WS-ITEM-DATE(6:2) TO WS-ITEM-MON                    00000448
               MOVE WS-ITEM-DATE(9:2) TO WS-ITEM-DAY                    00000449
             ELSE                                                       00000450
               GO TO 1500-ITEM-MONTH-PARA-EXIT                          00000451
             END-IF                                                     00000452
           ELSE                                                         00000453
             IF WS-ITEM-DATE(1:8) IS NUMERIC                            00000454
               MOVE WS-ITEM-DATE(1:4) TO WS-ITEM-YEAR                   00000455
               MOVE WS-ITEM-DATE(5:2) TO WS-ITEM-MON                    00000456
               MOVE WS-ITEM-DATE(7:2) TO WS-ITEM-DAY                    00000457
             ELSE                                                       00000458
               GO TO 1500-ITEM-MONTH-PARA-EXIT                          00000459
             END-IF                                                     00000460
           END-IF                                                       00000461
           IF WS-ITEM-MON < 1 OR WS-ITEM-MON > 12                       00000462
             GO TO 1500-ITEM-MONTH-PARA-EXIT                            00000463
           END-IF                                                       00000464
           COMPUTE WS-ITEM-MNUM = WS-ITEM-YEAR * 12 + WS-ITEM-MON       00000465
           COMPUTE WS-MON-OFFSET = WS-RPT-MNUM - WS-ITEM-MNUM           00000466
           .                                                            00000467
       1500-ITEM-MONTH-PARA-EXIT.                                       00000468
           EXIT                                                         00000469
           .                                                            00000470
       3000-PROC-PARA.                                                  00000471
           PERFORM 3100-OPEN-PARA                                       00000472
              THRU 3100-OPEN-PARA-EXIT                                  00000473
           PERFORM 3150-TITLE-PARA                                      00000474
              THRU 3150-TITLE-PARA-EXIT                                 00000475
           IF C05-HSTIN-SUCCESS                                         00000476
             PERFORM 3200-HIST-READ-PARA                                00000477
                THRU 3200-HIST-READ-PARA-EXIT                           00000478
                UNTIL C05-HSTIN-EOF                                     00000479
           END-IF                                                       00000480
           PERFORM 3300-MOVE-READ-PARA                                  00000481
              THRU 3300-MOVE-READ-PARA-EXIT                             00000482
              UNTIL C05-MVIN-EOF                                        00000483
           PERFORM 3400-EMP-READ-PARA                                   00000484
              THRU 3400-EMP-READ-PARA-EXIT                              00000485
              UNTIL C05-EMP-EOF                                         00000486
           IF NOT WS-PRIOR-FOUND                                        00000487
             PERFORM 3450-DERIVE-PARA                                   00000488
                THRU 3450-DERIVE-PARA-EXIT                              00000489
                VARYING WF-IDX FROM 1 BY 1                              00000490
                UNTIL WF-IDX > WS-WF-CT                                 00000491
           END-IF                                                       00000492
           PERFORM 3500-DETAIL-PARA                                     00000493
              THRU 3500-DETAIL-PARA-EXIT                                00000494
           PERFORM 3600-GROUP-PARA                                      00000495
              THRU 3600-GROUP-PARA-EXIT                                 00000496
           PERFORM 3700-TREND-PARA                                      00000497
              THRU 3700-TREND-PARA-EXIT                                 00000498
           PERFORM 3800-TOTALS-PARA                                     00000499
              THRU 3800-TOTALS-PARA-EXIT                                00000500
           PERFORM 3900-CLOSE-PARA                                      00000501
              THRU 3900-CLOSE-PARA-EXIT                                 00000502
           IF WS-RETURN-CD < 8                                          00000503
             PERFORM 1200-RUNCTL-MARK-PARA                              00000504
                THRU 1200-RUNCTL-MARK-PARA-EXIT                         00000505
           END-IF                                                       00000506
           .                                                            00000507
       3000-PROC-PARA-EXIT.                                             00000508
           EXIT                                                         00000509
           .                                                            00000510
       3100-OPEN-PARA.                                                  00000511
           OPEN INPUT EMP-PS                                            00000512
           EVALUATE TRUE                                                00000513
           WHEN C05-EMP-SUCCESS                                         00000514
             DISPLAY 'EMP-PS OPENED'                                    00000515
           WHEN OTHER                                                   00000516
             DISPLAY 'EMP-PS OPEN FAILED ' WS-FST-EMP                   00000517
             MOVE 0008 TO WS-RETURN-CD                                  00000518
             PERFORM 9000-TERM-PARA                                     00000519
           END-EVALUATE                                                 00000520
           OPEN INPUT MVIN-PS                                           00000521
           EVALUATE TRUE                                                00000522
           WHEN C05-MVIN-SUCCESS                                        00000523
             DISPLAY 'MVIN-PS OPENED'                                   00000524
           WHEN OTHER                                                   00000525
             DISPLAY 'MVIN-PS OPEN FAILED ' WS-FST-MVIN                 00000526
             MOVE 0008 TO WS-RETURN-CD                                  00000527
             PERFORM 9000-TERM-PARA                                     00000528
           END-EVALUATE                                                 00000529
           OPEN OUTPUT MVOUT-PS                                         00000530
           EVALUATE TRUE                                                00000531
           WHEN C05-MVOUT-SUCCESS                                       00000532
             DISPLAY 'MVOUT-PS OPENED'                                  00000533
           WHEN OTHER                                                   00000534
             DISPLAY 'MVOUT-PS OPEN FAILED ' WS-FST-MVOUT               00000535
             MOVE 0008 TO WS-RETURN-CD                                  00000536
             PERFORM 9000-TERM-PARA                                     00000537
           END-EVALUATE                                                 00000538
           OPEN INPUT HSTIN-PS                                          00000539
           EVALUATE TRUE                                                00000540
           WHEN C05-HSTIN-SUCCESS                                       00000541
             DISPLAY 'HSTIN-PS OPENED'                                  00000542
           WHEN OTHER                                                   00000543
             DISPLAY 'WFHISTIN NOT AVAILABLE - NO PRIOR MONTHS '        00000544
                     WS-FST-HSTIN                                       00000545
           END-EVALUATE                                                 00000546
           OPEN OUTPUT HSTOUT-PS                                        00000547
           EVALUATE TRUE                                                00000548
           WHEN C05-HSTOUT-SUCCESS                                      00000549
             DISPLAY 'HSTOUT-PS OPENED'                                 00000550
           WHEN OTHER                                                   00000551
             DISPLAY 'HSTOUT-PS OPEN FAILED ' WS-FST-HSTOUT             00000552
             MOVE 0008 TO WS-RETURN-CD                                  00000553
             PERFORM 9000-TERM-PARA                                     00000554
           END-EVALUATE                                                 00000555
           OPEN OUTPUT RPT-PS                                           00000556
           EVALUATE TRUE                                                00000557
           WHEN C05-RPT-SUCCESS                                         00000558
             DISPLAY 'RPT-PS OPENED'                                    00000559
           WHEN OTHER                                                   00000560
             DISPLAY 'RPT-PS OPEN FAILED ' WS-FST-RPT                   00000561
             MOVE 0008 TO WS-RETURN-CD                                  00000562
             PERFORM 9000-TERM-PARA                                     00000563
           END-EVALUATE                                                 00000564
           OPEN EXTEND AUDIT-PS                                         00000565
           EVALUATE TRUE                                                00000566
           WHEN C05-AUDIT-SUCCESS                                       00000567
             DISPLAY 'AUDIT-PS OPENED'                                  00000568
             SET WS-AUDIT-IS-OPEN TO TRUE                               00000569
           WHEN OTHER                                                   00000570
             DISPLAY 'AUDIT-PS OPEN FAILED ' WS-FST-AUDIT               00000571
             MOVE 0008 TO WS-RETURN-CD                                  00000572
             PERFORM 9000-TERM-PARA                                     00000573
           END-EVALUATE                                                 00000574
           .                                                            00000575
       3100-OPEN-PARA-EXIT.                                             00000576
           EXIT                                                         00000577
           .                                                            00000578
       3150-TITLE-PARA.                                                 00000579
           MOVE SPACES TO RPT-REC                                       00000580
           STRING 'WORKFORCE MOVEMENT AND TURNOVER REPORT   MONTH: '    00000581
                  DELIMITED BY SIZE                                     00000582
                  WS-RPT-YEAR DELIMITED BY SIZE                         00000583
                  '-'         DELIMITED BY SIZE                         00000584
                  WS-RPT-MON  DELIMITED BY SIZE                         00000585
                  '   RUN DATE: ' DELIMITED BY SIZE                     00000586
                  WS-RUN-DATE DELIMITED BY SIZE                         00000587
                  INTO RPT-REC                                          00000588
           END-STRING                                                   00000589
           WRITE RPT-REC                                                00000590
           .                                                            00000591
       3150-TITLE-PARA-EXIT.                                            00000592
           EXIT                                                         00000593
           .                                                            00000594
      *-----------------------------------------------------------      00000595
      *    HEADCOUNT HISTORY.  THE PRIOR MONTH'S CLOSING IS THIS        00000596
      *    MONTH'S OPENING; THE ELEVEN MONTHS BEFORE THIS ONE FEED      00000597
      *    THE TREND.  THIS MONTH'S OWN RECORDS (A RERUN) ARE           00000598
      *    DROPPED FOR REWRITING, AND RECORDS OVER TWO YEARS OLD        00000599
      *    ARE DROPPED FOR GOOD; THE REST CARRY FORWARD.                00000600
      *-----------------------------------------------------------      00000601
       3200-HIST-READ-PARA.                                             00000602
           READ HSTIN-PS                                                00000603
           EVALUATE TRUE                                                00000604
           WHEN C05-HSTIN-SUCCESS                                       00000605
             ADD 1 TO WS-HST-READ-CT                                    00000606
           WHEN C05-HSTIN-EOF                                           00000607
             DISPLAY 'HISTORY RECORDS READ: ' WS-HST-READ-CT            00000608
             GO TO 3200-HIST-READ-PARA-EXIT                             00000609
           WHEN OTHER                                                   00000610
             DISPLAY 'HSTIN-PS READ FAILED ' WS-FST-HSTIN               00000611
             MOVE 0008 TO WS-RETURN-CD                                  00000612
             MOVE 10 TO WS-FST-HSTIN                                    00000613
             GO TO 3200-HIST-READ-PARA-EXIT                             00000614
           END-EVALUATE                                                 00000615
           COMPUTE WS-ITEM-MNUM = DL-WFH-YEAR * 12 + DL-WFH-MON         00000616
           COMPUTE WS-MON-OFFSET = WS-RPT-MNUM - WS-ITEM-MNUM           00000617
           IF WS-MON-OFFSET = 0 OR WS-MON-OFFSET > 23                   00000618
             GO TO 3200-HIST-READ-PARA-EXIT                             00000619
           END-IF                                                       00000620
           WRITE DL-WFHO-REC FROM DL-WFH-REC                            00000621
           IF C05-HSTOUT-SUCCESS                                        00000622
             ADD 1 TO WS-HST-CARRY-CT                                   00000623
           ELSE                                                         00000624
             DISPLAY 'HSTOUT-PS WRITE FAILED ' WS-FST-HSTOUT            00000625
             MOVE 0008 TO WS-RETURN-CD                                  00000626
           END-IF                                                       00000627
           IF WS-MON-OFFSET = 1                                         00000628
             SET WS-PRIOR-FOUND TO TRUE                                 00000629
             MOVE DL-WFH-DEPT  TO WS-LOOK-DEPT                          00000630
             MOVE DL-WFH-GROUP TO WS-LOOK-GROUP                         00000631
             PERFORM 1450-WF-FIND-PARA                                  00000632
                THRU 1450-WF-FIND-PARA-EXIT                             00000633
             IF WS-WF-SUB > 0                                           00000634
               ADD DL-WFH-CLOSE TO WF-OPEN(WS-WF-SUB)                   00000635
             END-IF                                                     00000636
           END-IF                                                       00000637
           IF WS-MON-OFFSET > 0 AND WS-MON-OFFSET < 12                  00000638
             COMPUTE WS-TR-SUB = 12 - WS-MON-OFFSET                     00000639
             MOVE 'Y' TO TR-SEEN-SW(WS-TR-SUB)                          00000640
             ADD DL-WFH-OPEN     TO TR-OPEN(WS-TR-SUB)                  00000641
             ADD DL-WFH-HIRES    TO TR-HIRES(WS-TR-SUB)                 00000642
             ADD DL-WFH-TERMS    TO TR-TERMS(WS-TR-SUB)                 00000643
             ADD DL-WFH-XFER-IN  TO TR-IN(WS-TR-SUB)                    00000644
             ADD DL-WFH-XFER-OUT TO TR-OUT(WS-TR-SUB)                   00000645
             ADD DL-WFH-CLOSE    TO TR-CLOSE(WS-TR-SUB)                 00000646
             ADD DL-WFH-LEAVERS  TO TR-LEAVERS(WS-TR-SUB)               00000647
             ADD DL-WFH-TENURE-DAYS TO TR-TEN-DAYS(WS-TR-SUB)           00000648
           END-IF                                                       00000649
           .                                                            00000650
       3200-HIST-READ-PARA-EXIT.                                        00000651
           EXIT                                                         00000652
           .                                                            00000653
      *-----------------------------------------------------------      00000654
      *    WORKFORCE MOVEMENT LOG.  THE REPORTED MONTH'S MOVEMENTS      00000655
      *    ARE COUNTED; THEY AND ANY LATER ONES CARRY FORWARD, AND      00000656
      *    EARLIER MONTHS - ALREADY REPORTED - ARE DROPPED.             00000657
      *-----------------------------------------------------------      00000658
       3300-MOVE-READ-PARA.                                             00000659
           READ MVIN-PS                                                 00000660
           EVALUATE TRUE                                                00000661
           WHEN C05-MVIN-SUCCESS                                        00000662
             ADD 1 TO WS-MV-READ-CT                                     00000663
           WHEN C05-MVIN-EOF                                            00000664
             DISPLAY 'MOVEMENTS READ: ' WS-MV-READ-CT                   00000665
             GO TO 3300-MOVE-READ-PARA-EXIT                             00000666
           WHEN OTHER                                                   00000667
             DISPLAY 'MVIN-PS READ FAILED ' WS-FST-MVIN                 00000668
             MOVE 0008 TO WS-RETURN-CD                                  00000669
             MOVE 10 TO WS-FST-MVIN                                     00000670
             GO TO 3300-MOVE-READ-PARA-EXIT                             00000671
           END-EVALUATE                                                 00000672
           MOVE DL-WFMV-APPLIED TO WS-ITEM-DATE                         00000673
           PERFORM 1500-ITEM-MONTH-PARA                                 00000674
              THRU 1500-ITEM-MONTH-PARA-EXIT                            00000675
           IF WS-ITEM-MNUM = 0                                          00000676
             DISPLAY 'MOVEMENT DATE NOT VALID - DROPPED: '              00000677
                     DL-WFMV-EMPID ' ' DL-WFMV-APPLIED                  00000678
             ADD 1 TO WS-MV-BAD-CT                                      00000679
             GO TO 3300-MOVE-READ-PARA-EXIT                             00000680
           END-IF                                                       00000681
           IF WS-MON-OFFSET > 0                                         00000682
             ADD 1 TO WS-MV-DROP-CT                                     00000683
             GO TO 3300-MOVE-READ-PARA-EXIT                             00000684
           END-IF                                                       00000685
           WRITE MVO-REC FROM DL-WFMV-REC                               00000686
           IF C05-MVOUT-SUCCESS                                         00000687
             ADD 1 TO WS-MV-CARRY-CT                                    00000688
           ELSE                                                         00000689
             DISPLAY 'MVOUT-PS WRITE FAILED ' WS-FST-MVOUT              00000690
             MOVE 0008 TO WS-RETURN-CD                                  00000691
           END-IF                                                       00000692
           IF WS-MON-OFFSET < 0                                         00000693
             GO TO 3300-MOVE-READ-PARA-EXIT                             00000694
           END-IF                                                       00000695
           ADD 1 TO WS-MV-MONTH-CT                                      00000696
           IF DL-WFMV-IS-HIRE OR DL-WFMV-IS-XFER                        00000697
             MOVE DL-WFMV-TO-DEPT  TO WS-LOOK-DEPT                      00000698
             MOVE DL-WFMV-TO-GROUP TO WS-LOOK-GROUP                     00000699
             PERFORM 1450-WF-FIND-PARA                                  00000700
                THRU 1450-WF-FIND-PARA-EXIT                             00000701
             IF WS-WF-SUB > 0                                           00000702
               IF DL-WFMV-IS-HIRE                                       00000703
                 ADD 1 TO WF-HIRES(WS-WF-SUB)                           00000704
               ELSE                                                     00000705
                 ADD 1 TO WF-IN(WS-WF-SUB)                              00000706
               END-IF                                                   00000707
             END-IF                                                     00000708
           END-IF                                                       00000709
           IF DL-WFMV-IS-TERM OR DL-WFMV-IS-XFER                        00000710
             MOVE DL-WFMV-FROM-DEPT  TO WS-LOOK-DEPT                    00000711
             MOVE DL-WFMV-FROM-GROUP TO WS-LOOK-GROUP                   00000712
             PERFORM 1450-WF-FIND-PARA                                  00000713
                THRU 1450-WF-FIND-PARA-EXIT                             00000714
             IF WS-WF-SUB > 0                                           00000715
               IF DL-WFMV-IS-TERM                                       00000716
                 ADD 1 TO WF-TERMS(WS-WF-SUB)                           00000717
               ELSE                                                     00000718
                 ADD 1 TO WF-OUT(WS-WF-SUB)                             00000719
               END-IF                                                   00000720
             END-IF                                                     00000721
           END-IF                                                       00000722
           .                                                            00000723
       3300-MOVE-READ-PARA-EXIT.                                        00000724
           EXIT                                                         00000725
           .                                                            00000726
      *-----------------------------------------------------------      00000727
      *    CLOSING HEADCOUNT - ACTIVE EMPLOYEES ON THE MASTER - AND     00000728
      *    THE SERVICE OF EVERY EMPLOYEE WHO LEFT IN THE MONTH.         00000729
      *-----------------------------------------------------------      00000730
       3400-EMP-READ-PARA.                                              00000731
           READ EMP-PS NEXT RECORD                                      00000732
           EVALUATE TRUE                                                00000733
           WHEN C05-EMP-SUCCESS                                         00000734
             ADD 1 TO WS-EMP-READ-CT                                    00000735
           WHEN C05-EMP-EOF                                             00000736
             DISPLAY 'EMPLOYEES READ: ' WS-EMP-READ-CT                  00000737
             GO TO 3400-EMP-READ-PARA-EXIT                              00000738
           WHEN OTHER                                                   00000739
             DISPLAY 'EMP-PS READ FAILED ' WS-FST-EMP                   00000740
             MOVE 0008 TO WS-RETURN-CD                                  00000741
             MOVE 10 TO WS-FST-EMP                                      00000742
             GO TO 3400-EMP-READ-PARA-EXIT                              00000743
           END-EVALUATE                                                 00000744
           MOVE EMT-EMPDEPT  TO WS-LOOK-DEPT                            00000745
           MOVE EMT-EMPGROUP TO WS-LOOK-GROUP                           00000746
           IF EMT-EMPSTATUS NOT = 'T'                                   00000747
             PERFORM 1450-WF-FIND-PARA                                  00000748
                THRU 1450-WF-FIND-PARA-EXIT                             00000749
             IF WS-WF-SUB > 0                                           00000750
               ADD 1 TO WF-CLOSE(WS-WF-SUB)                             00000751
             END-IF                                                     00000752
             GO TO 3400-EMP-READ-PARA-EXIT                              00000753
           END-IF                                                       00000754
           MOVE EMT-TERMDATE TO WS-ITEM-DATE                            00000755
           PERFORM 1500-ITEM-MONTH-PARA                                 00000756
              THRU 1500-ITEM-MONTH-PARA-EXIT                            00000757
           IF WS-ITEM-MNUM NOT = WS-RPT-MNUM                            00000758
             GO TO 3400-EMP-READ-PARA-EXIT                              00000759
           END-IF                                                       00000760
           PERFORM 3410-SERVICE-PARA                                    00000761
              THRU 3410-SERVICE-PARA-EXIT                               00000762
           PERFORM 1450-WF-FIND-PARA                                    00000763
              THRU 1450-WF-FIND-PARA-EXIT                               00000764
           IF WS-WF-SUB > 0                                             00000765
             ADD 1           TO WF-LEAVERS(WS-WF-SUB)                   00000766
             ADD WS-SVC-DAYS TO WF-TEN-DAYS(WS-WF-SUB)                  00000767
           END-IF                                                       00000768
           .                                                            00000769
       3400-EMP-READ-PARA-EXIT.                                         00000770
           EXIT                                                         00000771
           .                                                            00000772
      *-----------------------------------------------------------      00000773
      *    30/360 SERVICE FROM EMT-HIREDATE TO THE TERMINATION          00000774
      *    DATE ALREADY BROKEN OUT IN WS-ITEM-NUM.  A HIRE DATE         00000775
      *    THAT IS MISSING OR NOT VALID COUNTS AS NO SERVICE.           00000776
      *-----------------------------------------------------------      00000777
       3410-SERVICE-PARA.                                               00000778
           MOVE ZEROES TO WS-SVC-DAYS                                   00000779
           IF EMT-HIREDATE(5:1) = '-'                                   00000780
             IF EMT-HIREDATE(1:4) IS NUMERIC AND                        00000781
                EMT-HIREDATE(6:2) IS NUMERIC AND                        00000782
                EMT-HIREDATE(9:2) IS NUMERIC                            00000783
               MOVE EMT-HIREDATE(1:4) TO WS-HIRE-YEAR                   00000784
               MOVE EMT-HIREDATE(6:2) TO WS-HIRE-MON                    00000785
               MOVE EMT-HIREDATE(9:2) TO WS-HIRE-DAY                    00000786
             ELSE                                                       00000787
               GO TO 3410-SERVICE-PARA-EXIT                             00000788
             END-IF                                                     00000789
           ELSE                                                         00000790
             IF EMT-HIREDATE(1:8) IS NUMERIC                            00000791
               MOVE EMT-HIREDATE(1:4) TO WS-HIRE-YEAR                   00000792
               MOVE EMT-HIREDATE(5:2) TO WS-HIRE-MON                    00000793
               MOVE EMT-HIREDATE(7:2) TO WS-HIRE-DAY                    00000794
             ELSE                                                       00000795
               GO TO 3410-SERVICE-PARA-EXIT                             00000796
             END-IF                                                     00000797
           END-IF                                                       00000798
           COMPUTE WS-SVC-DAYS =                                        00000799
               (WS-ITEM-YEAR - WS-HIRE-YEAR) * 360                      00000800
             + (WS-ITEM-MON - WS-HIRE-MON) * 30                         00000801
             + (WS-ITEM-DAY - WS-HIRE-DAY)                              00000802
           IF WS-SVC-DAYS < 0                                           00000803
             MOVE ZEROES TO WS-SVC-DAYS                                 00000804
           END-IF                                                       00000805
           .                                                            00000806
       3410-SERVICE-PARA-EXIT.                                          00000807
           EXIT                                                         00000808
           .                                                            00000809
      *-----------------------------------------------------------      00000810
      *    NO PRIOR MONTH ON THE HISTORY - OPENING IS BACKED OUT OF     00000811
      *    THE CLOSING AND THE MONTH'S MOVEMENTS.                       00000812
      *-----------------------------------------------------------      00000813
       3450-DERIVE-PARA.                                                00000814
           COMPUTE WS-LN-DIFF = WF-CLOSE(WF-IDX) - WF-HIRES(WF-IDX)     00000815
                              + WF-TERMS(WF-IDX) - WF-IN(WF-IDX)        00000816
                              + WF-OUT(WF-IDX)                          00000817
           IF WS-LN-DIFF < 0                                            00000818
             MOVE ZEROES TO WF-OPEN(WF-IDX)                             00000819
           ELSE                                                         00000820
             MOVE WS-LN-DIFF TO WF-OPEN(WF-IDX)                         00000821
           END-IF                                                       00000822
           .                                                            00000823
       3450-DERIVE-PARA-EXIT.                                           00000824
           EXIT                                                         00000825
           .                                                            00000826
      *-----------------------------------------------------------      00000827
      *    ONE LINE PER DEPARTMENT AND GROUP WITH ANY HEADCOUNT OR      00000828
      *    MOVEMENT, EACH WRITTEN TO THE HISTORY AND ADDED INTO         00000829
      *    THE GROUP AND COMPANY TOTALS.                                00000830
      *-----------------------------------------------------------      00000831
       3500-DETAIL-PARA.                                                00000832
           MOVE SPACES TO RPT-REC                                       00000833
           WRITE RPT-REC                                                00000834
           MOVE SPACES TO RPT-REC                                       00000835
           STRING 'MOVEMENT BY DEPARTMENT AND PAYROLL GROUP'            00000836
                  DELIMITED BY SIZE                                     00000837
                  INTO RPT-REC                                          00000838
           END-STRING                                                   00000839
           WRITE RPT-REC                                                00000840
           IF NOT WS-PRIOR-FOUND                                        00000841
             MOVE SPACES TO RPT-REC                                     00000842
             STRING '  NO PRIOR MONTH ON THE HEADCOUNT HISTORY - '      00000843
                    DELIMITED BY SIZE                                   00000844
                    'OPENING DERIVED FROM CLOSING AND MOVEMENTS'        00000845
                    DELIMITED BY SIZE                                   00000846
                    INTO RPT-REC                                        00000847
             END-STRING                                                 00000848
             WRITE RPT-REC                                              00000849
           END-IF                                                       00000850
           PERFORM 3540-HEADING-PARA                                    00000851
              THRU 3540-HEADING-PARA-EXIT                               00000852
           MOVE 'DEPT' TO RPT-REC(1:4)                                  00000853
           MOVE 'GR'   TO RPT-REC(6:2)                                  00000854
           WRITE RPT-REC                                                00000855
           PERFORM 3510-DETAIL-LINE-PARA                                00000856
              THRU 3510-DETAIL-LINE-PARA-EXIT                           00000857
              VARYING WF-IDX FROM 1 BY 1                                00000858
              UNTIL WF-IDX > WS-WF-CT                                   00000859
           MOVE WS-TOT-OPEN     TO WS-LN-OPEN                           00000860
           MOVE WS-TOT-HIRES    TO WS-LN-HIRES                          00000861
           MOVE WS-TOT-TERMS    TO WS-LN-TERMS                          00000862
           MOVE WS-TOT-IN       TO WS-LN-IN                             00000863
           MOVE WS-TOT-OUT      TO WS-LN-OUT                            00000864
           MOVE WS-TOT-CLOSE    TO WS-LN-CLOSE                          00000865
           MOVE WS-TOT-LEAVERS  TO WS-LN-LEAVERS                        00000866
           MOVE WS-TOT-TEN-DAYS TO WS-LN-TEN-DAYS                       00000867
           MOVE 'N' TO WS-LN-CHECK-SW                                   00000868
           PERFORM 3550-LINE-PARA                                       00000869
              THRU 3550-LINE-PARA-EXIT                                  00000870
           MOVE 'TOTAL' TO RPT-REC(1:5)                                 00000871
           WRITE RPT-REC                                                00000872
           MOVE 'Y' TO TR-SEEN-SW(12)                                   00000873
           MOVE WS-TOT-OPEN     TO TR-OPEN(12)                          00000874
           MOVE WS-TOT-HIRES    TO TR-HIRES(12)                         00000875
           MOVE WS-TOT-TERMS    TO TR-TERMS(12)                         00000876
           MOVE WS-TOT-IN       TO TR-IN(12)                            00000877
           MOVE WS-TOT-OUT      TO TR-OUT(12)                           00000878
           MOVE WS-TOT-CLOSE    TO TR-CLOSE(12)                         00000879
           MOVE WS-TOT-LEAVERS  TO TR-LEAVERS(12)                       00000880
           MOVE WS-TOT-TEN-DAYS TO TR-TEN-DAYS(12)                      00000881
           .                                                            00000882
       3500-DETAIL-PARA-EXIT.                                           00000883
           EXIT                                                         00000884
           .                                                            00000885
       3510-DETAIL-LINE-PARA.                                           00000886
           IF WF-OPEN(WF-IDX) = 0 AND WF-HIRES(WF-IDX) = 0 AND          00000887
              WF-TERMS(WF-IDX) = 0 AND WF-IN(WF-IDX) = 0 AND            00000888
              WF-OUT(WF-IDX) = 0 AND WF-CLOSE(WF-IDX) = 0 AND           00000889
              WF-LEAVERS(WF-IDX) = 0                                    00000890
             GO TO 3510-DETAIL-LINE-PARA-EXIT                           00000891
           END-IF                                                       00000892
           MOVE WF-OPEN(WF-IDX)     TO WS-LN-OPEN                       00000893
           MOVE WF-HIRES(WF-IDX)    TO WS-LN-HIRES                      00000894
           MOVE WF-TERMS(WF-IDX)    TO WS-LN-TERMS                      00000895
           MOVE WF-IN(WF-IDX)       TO WS-LN-IN                         00000896
           MOVE WF-OUT(WF-IDX)      TO WS-LN-OUT                        00000897
           MOVE WF-CLOSE(WF-IDX)    TO WS-LN-CLOSE                      00000898
           MOVE WF-LEAVERS(WF-IDX)  TO WS-LN-LEAVERS                    00000899
           MOVE WF-TEN-DAYS(WF-IDX) TO WS-LN-TEN-DAYS                   00000900
           MOVE 'Y' TO WS-LN-CHECK-SW                                   00000901
           PERFORM 3550-LINE-PARA                                       00000902
              THRU 3550-LINE-PARA-EXIT                                  00000903
           MOVE WF-DEPT(WF-IDX)  TO RPT-REC(1:4)                        00000904
           MOVE WF-GROUP(WF-IDX) TO RPT-REC(6:2)                        00000905
           WRITE RPT-REC                                                00000906
           ADD WF-OPEN(WF-IDX)     TO WS-TOT-OPEN                       00000907
           ADD WF-HIRES(WF-IDX)    TO WS-TOT-HIRES                      00000908
           ADD WF-TERMS(WF-IDX)    TO WS-TOT-TERMS                      00000909
           ADD WF-IN(WF-IDX)       TO WS-TOT-IN                         00000910
           ADD WF-OUT(WF-IDX)      TO WS-TOT-OUT                        00000911
           ADD WF-CLOSE(WF-IDX)    TO WS-TOT-CLOSE                      00000912
           ADD WF-LEAVERS(WF-IDX)  TO WS-TOT-LEAVERS                    00000913
           ADD WF-TEN-DAYS(WF-IDX) TO WS-TOT-TEN-DAYS                   00000914
           PERFORM 3520-GROUP-ADD-PARA                                  00000915
              THRU 3520-GROUP-ADD-PARA-EXIT                             00000916
           MOVE SPACES               TO DL-WFHO-REC                     00000917
           MOVE WS-RPT-YEAR          TO DL-WFHO-YEAR                    00000918
           MOVE WS-RPT-MON           TO DL-WFHO-MON                     00000919
           MOVE WF-DEPT(WF-IDX)      TO DL-WFHO-DEPT                    00000920
           MOVE WF-GROUP(WF-IDX)     TO DL-WFHO-GROUP                   00000921
           MOVE WF-OPEN(WF-IDX)      TO DL-WFHO-OPEN                    00000922
           MOVE WF-HIRES(WF-IDX)     TO DL-WFHO-HIRES                   00000923
           MOVE WF-TERMS(WF-IDX)     TO DL-WFHO-TERMS                   00000924
           MOVE WF-IN(WF-IDX)        TO DL-WFHO-XFER-IN                 00000925
           MOVE WF-OUT(WF-IDX)       TO DL-WFHO-XFER-OUT                00000926
           MOVE WF-CLOSE(WF-IDX)     TO DL-WFHO-CLOSE                   00000927
           MOVE WF-LEAVERS(WF-IDX)   TO DL-WFHO-LEAVERS                 00000928
           MOVE WF-TEN-DAYS(WF-IDX)  TO DL-WFHO-TENURE-DAYS             00000929
           WRITE DL-WFHO-REC                                            00000930
           IF C05-HSTOUT-SUCCESS                                        00000931
             ADD 1 TO WS-HST-WRITE-CT                                   00000932
           ELSE                                                         00000933
             DISPLAY 'HSTOUT-PS WRITE FAILED ' WS-FST-HSTOUT            00000934
             MOVE 0008 TO WS-RETURN-CD                                  00000935
           END-IF                                                       00000936
           .                                                            00000937
       3510-DETAIL-LINE-PARA-EXIT.                                      00000938
           EXIT                                                         00000939
           .                                                            00000940
       3520-GROUP-ADD-PARA.                                             00000941
           MOVE ZEROES TO WS-GT-SUB                                     00000942
           PERFORM 3525-GROUP-SCAN-PARA                                 00000943
              THRU 3525-GROUP-SCAN-PARA-EXIT                            00000944
              VARYING GT-IDX FROM 1 BY 1                                00000945
              UNTIL GT-IDX > WS-GT-CT OR WS-GT-SUB > 0                  00000946
           IF WS-GT-SUB = 0                                             00000947
             IF WS-GT-CT < 20                                           00000948
               ADD 1 TO WS-GT-CT                                        00000949
               MOVE WS-GT-CT         TO WS-GT-SUB                       00000950
               MOVE WF-GROUP(WF-IDX) TO GT-GROUP(WS-GT-SUB)             00000951
               MOVE ZEROES           TO GT-OPEN(WS-GT-SUB)              00000952
                                        GT-HIRES(WS-GT-SUB)             00000953
                                        GT-TERMS(WS-GT-SUB)             00000954
                                        GT-IN(WS-GT-SUB)                00000955
                                        GT-OUT(WS-GT-SUB)               00000956
                                        GT-CLOSE(WS-GT-SUB)             00000957
                                        GT-LEAVERS(WS-GT-SUB)           00000958
                                        GT-TEN-DAYS(WS-GT-SUB)          00000959
             ELSE                                                       00000960
               DISPLAY 'GROUP TABLE FULL AT ' WF-GROUP(WF-IDX)          00000961
                       ' - GROUP SUMMARY INCOMPLETE'                    00000962
               GO TO 3520-GROUP-ADD-PARA-EXIT                           00000963
             END-IF                                                     00000964
           END-IF                                                       00000965
           ADD WF-OPEN(WF-IDX)     TO GT-OPEN(WS-GT-SUB)                00000966
           ADD WF-HIRES(WF-IDX)    TO GT-HIRES(WS-GT-SUB)               00000967
           ADD WF-TERMS(WF-IDX)    TO GT-TERMS(WS-GT-SUB)               00000968
           ADD WF-IN(WF-IDX)       TO GT-IN(WS-GT-SUB)                  00000969
           ADD WF-OUT(WF-IDX)      TO GT-OUT(WS-GT-SUB)                 00000970
           ADD WF-CLOSE(WF-IDX)    TO GT-CLOSE(WS-GT-SUB)               00000971
           ADD WF-LEAVERS(WF-IDX)  TO GT-LEAVERS(WS-GT-SUB)             00000972
           ADD WF-TEN-DAYS(WF-IDX) TO GT-TEN-DAYS(WS-GT-SUB)            00000973
           .                                                            00000974
       3520-GROUP-ADD-PARA-EXIT.                                        00000975
           EXIT                                                         00000976
           .                                                            00000977
       3525-GROUP-SCAN-PARA.                                            00000978
           IF GT-GROUP(GT-IDX) = WF-GROUP(WF-IDX)                       00000979
             SET WS-GT-SUB TO GT-IDX                                    00000980
           END-IF                                                       00000981
           .                                                            00000982
       3525-GROUP-SCAN-PARA-EXIT.                                       00000983
           EXIT                                                         00000984
           .                                                            00000985
      *-----------------------------------------------------------      00000986
      *    COLUMN HEADINGS SHARED BY THE THREE SECTIONS - LEFT IN       00000987
      *    RPT-REC FOR THE CALLER TO LABEL COLUMNS 1-8 AND WRITE.       00000988
      *-----------------------------------------------------------      00000989
       3540-HEADING-PARA.                                               00000990
           MOVE SPACES    TO RPT-REC                                    00000991
           MOVE '   OPEN' TO RPT-REC(10:7)                              00000992
           MOVE '  HIRES' TO RPT-REC(17:7)                              00000993
           MOVE '  TERMS' TO RPT-REC(24:7)                              00000994
           MOVE ' XFR IN' TO RPT-REC(31:7)                              00000995
           MOVE 'XFR OUT' TO RPT-REC(38:7)                              00000996
           MOVE '  CLOSE' TO RPT-REC(45:7)                              00000997
           MOVE ' TURNOVER%' TO RPT-REC(53:10)                          00000998
           MOVE ' LEAVER TENURE' TO RPT-REC(64:14)                      00000999
           .                                                            00001000
       3540-HEADING-PARA-EXIT.                                          00001001
           EXIT                                                         00001002
           .                                                            00001003
      *-----------------------------------------------------------      00001004
      *    EDIT THE WS-LN- FIGURES INTO RPT-REC FROM COLUMN 10 ON,      00001005
      *    WITH THE TURNOVER RATE AND THE LEAVERS' AVERAGE TENURE       00001006
      *    IN YEARS.  WHEN WS-LN-CHECKED, OPENING PLUS MOVEMENTS        00001007
      *    IS PROVED AGAINST CLOSING AND ANY DIFFERENCE FLAGGED.        00001008
      *    THE CALLER LABELS COLUMNS 1-8 AND WRITES THE LINE.           00001009
      *-----------------------------------------------------------      00001010
       3550-LINE-PARA.                                                  00001011
           MOVE SPACES TO RPT-REC                                       00001012
           MOVE WS-LN-OPEN  TO WS-HC-ED                                 00001013
           MOVE WS-HC-ED    TO RPT-REC(12:5)                            00001014
           MOVE WS-LN-HIRES TO WS-HC-ED                                 00001015
           MOVE WS-HC-ED    TO RPT-REC(19:5)                            00001016
           MOVE WS-LN-TERMS TO WS-HC-ED                                 00001017
           MOVE WS-HC-ED    TO RPT-REC(26:5)                            00001018
           MOVE WS-LN-IN    TO WS-HC-ED                                 00001019
           MOVE WS-HC-ED    TO RPT-REC(33:5)                            00001020
           MOVE WS-LN-OUT   TO WS-HC-ED                                 00001021
           MOVE WS-HC-ED    TO RPT-REC(40:5)                            00001022
           MOVE WS-LN-CLOSE TO WS-HC-ED                                 00001023
           MOVE WS-HC-ED    TO RPT-REC(47:5)                            00001024
           COMPUTE WS-LN-AVG-HC = (WS-LN-OPEN + WS-LN-CLOSE) / 2        00001025
           MOVE ZEROES TO WS-LN-RATE                                    00001026
           IF WS-LN-AVG-HC > 0                                          00001027
             COMPUTE WS-LN-RATE ROUNDED =                               00001028
                 WS-LN-TERMS * 100 / WS-LN-AVG-HC                       00001029
               ON SIZE ERROR                                            00001030
                 MOVE 999.9 TO WS-LN-RATE                               00001031
             END-COMPUTE                                                00001032
           END-IF                                                       00001033
           MOVE WS-LN-RATE  TO WS-PCT-ED                                00001034
           MOVE WS-PCT-ED   TO RPT-REC(58:5)                            00001035
           IF WS-LN-LEAVERS > 0                                         00001036
             COMPUTE WS-LN-TENURE ROUNDED =                             00001037
                 WS-LN-TEN-DAYS / WS-LN-LEAVERS / 360                   00001038
               ON SIZE ERROR                                            00001039
                 MOVE 999.9 TO WS-LN-TENURE                             00001040
             END-COMPUTE                                                00001041
             MOVE WS-LN-TENURE TO WS-PCT-ED                             00001042
             MOVE WS-PCT-ED    TO RPT-REC(73:5)                         00001043
           ELSE                                                         00001044
             MOVE '-'          TO RPT-REC(77:1)                         00001045
           END-IF                                                       00001046
           IF NOT WS-LN-CHECKED                                         00001047
             GO TO 3550-LINE-PARA-EXIT                                  00001048
           END-IF                                                       00001049
           COMPUTE WS-LN-DIFF = WS-LN-OPEN + WS-LN-HIRES                00001050
                              - WS-LN-TERMS + WS-LN-IN                  00001051
                              - WS-LN-OUT - WS-LN-CLOSE                 00001052
           IF WS-LN-DIFF NOT = 0                                        00001053
             ADD 1 TO WS-BREAK-CT                                       00001054
             MOVE WS-LN-DIFF TO WS-DIFF-ED                              00001055
             STRING '*** OUT OF BALANCE BY ' DELIMITED BY SIZE          00001056
                    WS-DIFF-ED DELIMITED BY SIZE                        00001057
                    INTO RPT-REC(80:28)                                 00001058
             END-STRING                                                 00001059
           END-IF                                                       00001060
           .                                                            00001061
       3550-LINE-PARA-EXIT.                                             00001062
           EXIT                                                         00001063
           .                                                            00001064
      *-----------------------------------------------------------      00001065
      *    SUMMARY BY PAYROLL GROUP.                                    00001066
      *-----------------------------------------------------------      00001067
       3600-GROUP-PARA.                                                 00001068
           MOVE SPACES TO RPT-REC                                       00001069
           WRITE RPT-REC                                                00001070
           MOVE SPACES TO RPT-REC                                       00001071
           STRING 'SUMMARY BY PAYROLL GROUP' DELIMITED BY SIZE          00001072
                  INTO RPT-REC                                          00001073
           END-STRING                                                   00001074
           WRITE RPT-REC                                                00001075
           PERFORM 3540-HEADING-PARA                                    00001076
              THRU 3540-HEADING-PARA-EXIT                               00001077
           MOVE 'GROUP' TO RPT-REC(1:5)                                 00001078
           WRITE RPT-REC                                                00001079
           PERFORM 3610-GROUP-LINE-PARA                                 00001080
              THRU 3610-GROUP-LINE-PARA-EXIT                            00001081
              VARYING GT-IDX FROM 1 BY 1                                00001082
              UNTIL GT-IDX > WS-GT-CT                                   00001083
           .                                                            00001084
       3600-GROUP-PARA-EXIT.                                            00001085
           EXIT                                                         00001086
           .                                                            00001087
       3610-GROUP-LINE-PARA.                                            00001088
           MOVE GT-OPEN(GT-IDX)     TO WS-LN-OPEN                       00001089
           MOVE GT-HIRES(GT-IDX)    TO WS-LN-HIRES                      00001090
           MOVE GT-TERMS(GT-IDX)    TO WS-LN-TERMS                      00001091
           MOVE GT-IN(GT-IDX)       TO WS-LN-IN                         00001092
           MOVE GT-OUT(GT-IDX)      TO WS-LN-OUT                        00001093
           MOVE GT-CLOSE(GT-IDX)    TO WS-LN-CLOSE                      00001094
           MOVE GT-LEAVERS(GT-IDX)  TO WS-LN-LEAVERS                    00001095
           MOVE GT-TEN-DAYS(GT-IDX) TO WS-LN-TEN-DAYS                   00001096
           MOVE 'N' TO WS-LN-CHECK-SW                                   00001097
           PERFORM 3550-LINE-PARA                                       00001098
              THRU 3550-LINE-PARA-EXIT                                  00001099
           MOVE GT-GROUP(GT-IDX) TO RPT-REC(1:2)                        00001100
           WRITE RPT-REC                                                00001101
           .                                                            00001102
       3610-GROUP-LINE-PARA-EXIT.                                       00001103
           EXIT                                                         00001104
           .                                                            00001105
      *-----------------------------------------------------------      00001106
      *    ROLLING TWELVE-MONTH TREND OF THE COMPANY TOTALS, OLDEST     00001107
      *    MONTH FIRST, ENDING WITH THE REPORTED MONTH.                 00001108
      *-----------------------------------------------------------      00001109
       3700-TREND-PARA.                                                 00001110
           MOVE SPACES TO RPT-REC                                       00001111
           WRITE RPT-REC                                                00001112
           MOVE SPACES TO RPT-REC                                       00001113
           STRING 'ROLLING TWELVE-MONTH TREND' DELIMITED BY SIZE        00001114
                  INTO RPT-REC                                          00001115
           END-STRING                                                   00001116
           WRITE RPT-REC                                                00001117
           PERFORM 3540-HEADING-PARA                                    00001118
              THRU 3540-HEADING-PARA-EXIT                               00001119
           MOVE 'MONTH' TO RPT-REC(1:5)                                 00001120
           WRITE RPT-REC                                                00001121
           PERFORM 3710-TREND-LINE-PARA                                 00001122
              THRU 3710-TREND-LINE-PARA-EXIT                            00001123
              VARYING TR-IDX FROM 1 BY 1                                00001124
              UNTIL TR-IDX > 12                                         00001125
           .                                                            00001126
       3700-TREND-PARA-EXIT.                                            00001127
           EXIT                                                         00001128
           .                                                            00001129
       3710-TREND-LINE-PARA.                                            00001130
           IF TR-SEEN(TR-IDX)                                           00001131
             MOVE TR-OPEN(TR-IDX)     TO WS-LN-OPEN                     00001132
             MOVE TR-HIRES(TR-IDX)    TO WS-LN-HIRES                    00001133
             MOVE TR-TERMS(TR-IDX)    TO WS-LN-TERMS                    00001134
             MOVE TR-IN(TR-IDX)       TO WS-LN-IN                       00001135
             MOVE TR-OUT(TR-IDX)      TO WS-LN-OUT                      00001136
             MOVE TR-CLOSE(TR-IDX)    TO WS-LN-CLOSE                    00001137
             MOVE TR-LEAVERS(TR-IDX)  TO WS-LN-LEAVERS                  00001138
             MOVE TR-TEN-DAYS(TR-IDX) TO WS-LN-TEN-DAYS                 00001139
             MOVE 'N' TO WS-LN-CHECK-SW                                 00001140
             PERFORM 3550-LINE-PARA                                     00001141
                THRU 3550-LINE-PARA-EXIT                                00001142
           ELSE                                                         00001143
             MOVE SPACES TO RPT-REC                                     00001144
             MOVE 'NO HISTORY' TO RPT-REC(12:10)                        00001145
           END-IF                                                       00001146
           COMPUTE WS-TR-YEAR = (TR-MNUM(TR-IDX) - 1) / 12              00001147
           COMPUTE WS-TR-MON = TR-MNUM(TR-IDX) - WS-TR-YEAR * 12        00001148
           MOVE WS-TR-YEAR TO RPT-REC(1:4)                              00001149
           MOVE '-'        TO RPT-REC(5:1)                              00001150
           MOVE WS-TR-MON  TO RPT-REC(6:2)                              00001151
           WRITE RPT-REC                                                00001152
           .                                                            00001153
       3710-TREND-LINE-PARA-EXIT.                                       00001154
           EXIT                                                         00001155
           .                                                            00001156
       3800-TOTALS-PARA.                                                00001157
           MOVE SPACES TO RPT-REC                                       00001158
           WRITE RPT-REC                                                00001159
           MOVE WS-MV-READ-CT TO WS-CT-ED                               00001160
           MOVE SPACES TO RPT-REC                                       00001161
           STRING 'MOVEMENTS READ...........: ' DELIMITED BY SIZE       00001162
                  WS-CT-ED DELIMITED BY SIZE                            00001163
                  INTO RPT-REC                                          00001164
           END-STRING                                                   00001165
           WRITE RPT-REC                                                00001166
           MOVE WS-MV-MONTH-CT TO WS-CT-ED                              00001167
           MOVE SPACES TO RPT-REC                                       00001168
           STRING 'MOVEMENTS IN MONTH.......: ' DELIMITED BY SIZE       00001169
                  WS-CT-ED DELIMITED BY SIZE                            00001170
                  INTO RPT-REC                                          00001171
           END-STRING                                                   00001172
           WRITE RPT-REC                                                00001173
           MOVE WS-MV-CARRY-CT TO WS-CT-ED                              00001174
           MOVE SPACES TO RPT-REC                                       00001175
           STRING 'MOVEMENTS CARRIED FORWARD: ' DELIMITED BY SIZE       00001176
                  WS-CT-ED DELIMITED BY SIZE                            00001177
                  INTO RPT-REC                                          00001178
           END-STRING                                                   00001179
           WRITE RPT-REC                                                00001180
           MOVE WS-MV-DROP-CT TO WS-CT-ED                               00001181
           MOVE SPACES TO RPT-REC                                       00001182
           STRING 'EARLIER MOVEMENTS DROPPED: ' DELIMITED BY SIZE       00001183
                  WS-CT-ED DELIMITED BY SIZE                            00001184
                  INTO RPT-REC                                          00001185
           END-STRING                                                   00001186
           WRITE RPT-REC                                                00001187
           MOVE WS-MV-BAD-CT TO WS-CT-ED                                00001188
           MOVE SPACES TO RPT-REC                                       00001189
           STRING 'MOVEMENTS WITH BAD DATE..: ' DELIMITED BY SIZE       00001190
                  WS-CT-ED DELIMITED BY SIZE                            00001191
                  INTO RPT-REC                                          00001192
           END-STRING                                                   00001193
           WRITE RPT-REC                                                00001194
           MOVE WS-EMP-READ-CT TO WS-CT-ED                              00001195
           MOVE SPACES TO RPT-REC                                       00001196
           STRING 'EMPLOYEES READ...........: ' DELIMITED BY SIZE       00001197
                  WS-CT-ED DELIMITED BY SIZE                            00001198
                  INTO RPT-REC                                          00001199
           END-STRING                                                   00001200
           WRITE RPT-REC                                                00001201
           MOVE WS-HST-CARRY-CT TO WS-CT-ED                             00001202
           MOVE SPACES TO RPT-REC                                       00001203
           STRING 'HISTORY CARRIED FORWARD..: ' DELIMITED BY SIZE       00001204
                  WS-CT-ED DELIMITED BY SIZE                            00001205
                  INTO RPT-REC                                          00001206
           END-STRING                                                   00001207
           WRITE RPT-REC                                                00001208
           MOVE WS-HST-WRITE-CT TO WS-CT-ED                             00001209
           MOVE SPACES TO RPT-REC                                       00001210
           STRING 'HISTORY WRITTEN FOR MONTH: ' DELIMITED BY SIZE       00001211
                  WS-CT-ED DELIMITED BY SIZE                            00001212
                  INTO RPT-REC                                          00001213
           END-STRING                                                   00001214
           WRITE RPT-REC                                                00001215
           MOVE WS-BREAK-CT TO WS-CT-ED                                 00001216
           MOVE SPACES TO RPT-REC                                       00001217
           STRING 'LINES OUT OF BALANCE.....: ' DELIMITED BY SIZE       00001218
                  WS-CT-ED DELIMITED BY SIZE                            00001219
                  INTO RPT-REC                                          00001220
           END-STRING                                                   00001221
           WRITE RPT-REC                                                00001222
           IF (WS-BREAK-CT > 0 OR WS-MV-BAD-CT > 0) AND                 00001223
              WS-RETURN-CD = 0                                          00001224
             MOVE 0004 TO WS-RETURN-CD                                  00001225
           END-IF                                                       00001226
           .                                                            00001227
       3800-TOTALS-PARA-EXIT.                                           00001228
           EXIT                                                         00001229
           .                                                            00001230
       3900-CLOSE-PARA.                                                 00001231
           CLOSE EMP-PS MVIN-PS MVOUT-PS HSTOUT-PS RPT-PS               00001232
           IF C05-HSTIN-SUCCESS OR C05-HSTIN-EOF                        00001233
             CLOSE HSTIN-PS                                             00001234
           END-IF                                                       00001235
           .                                                            00001236
       3900-CLOSE-PARA-EXIT.                                            00001237
           EXIT                                                         00001238
           .                                                            00001239
       9000-TERM-PARA.                                                  00001240
           IF WS-AUDIT-IS-OPEN                                          00001241
             MOVE SPACES            TO DL-AUDIT-REC                     00001242
             MOVE 'WFMOVE'          TO DL-AUDIT-PGM                     00001243
             MOVE WS-AUDIT-START-TS TO DL-AUDIT-START-TS                00001244
             ACCEPT DL-AUDIT-END-TS(1:8) FROM DATE YYYYMMDD             00001245
             ACCEPT DL-AUDIT-END-TS(9:6) FROM TIME                      00001246
             COMPUTE DL-AUDIT-READ-CT = WS-EMP-READ-CT                  00001247
                                      + WS-MV-READ-CT                   00001248
             MOVE WS-HST-WRITE-CT   TO DL-AUDIT-WRITE-CT                00001249
             MOVE WS-RETURN-CD      TO DL-AUDIT-RETURN-CD               00001250
             MOVE 'COMPLETED'       TO DL-AUDIT-STATUS-TX               00001251
             PERFORM 9100-AUDIT-CHAIN-PARA                              00001252
                THRU 9100-AUDIT-CHAIN-PARA-EXIT                         00001253
             WRITE DL-AUDIT-REC                                         00001254
             CLOSE AUDIT-PS                                             00001255
           END-IF                                                       00001256
           MOVE WS-RETURN-CD TO RETURN-CODE                             00001257
           STOP RUN                                                     00001258
           .                                                            00001259
      *-----------------------------------------------------------      00001260
      *    CHAIN THE AUDIT RECORD INTO AUDITLOG'S SEQUENCE AND          00001261
      *    HASH, WRITING THE DAY'S ANCHOR FIRST WHEN THIS IS THE        00001262
      *    FIRST RECORD OF THE DAY.                                     00001263
      *-----------------------------------------------------------      00001264
       9100-AUDIT-CHAIN-PARA.                                           00001265
           MOVE SPACES       TO DL-CHN-PARMS                            00001266
           MOVE 'NXT'        TO DL-CHN-FUNC                             00001267
           MOVE 'AUDITLOG'   TO DL-CHN-LOG                              00001268
           MOVE DL-AUDIT-END-TS(1:8) TO DL-CHN-TODAY                    00001269
           MOVE DL-AUDIT-REC TO DL-CHN-REC                              00001270
           CALL 'PAYCHAIN' USING DL-CHN-PARMS                           00001271
             ON EXCEPTION                                               00001272
               DISPLAY 'PAYCHAIN NOT AVAILABLE - AUDIT RECORD NOT '     00001273
                       'CHAINED'                                        00001274
           END-CALL                                                     00001275
           IF DL-CHN-ANCHORED                                           00001276
             WRITE DL-AUDIT-REC FROM DL-CHN-ANCHOR                      00001277
           END-IF                                                       00001278
           IF DL-CHN-OK                                                 00001279
             MOVE DL-CHN-REC TO DL-AUDIT-REC                            00001280
           END-IF                                                       00001281
           .                                                            00001282
       9100-AUDIT-CHAIN-PARA-EXIT.                                      00001283
           EXIT                                                         00001284
           .                                                            00001285

       IDENTIFICATION DIVISION.                                         00000001
       PROGRAM-ID. PAYALERT.                                            00000002
       AUTHOR. PAYROLL SYSTEMS.                                         00000003
       DATE-WRITTEN. 2026-10-15.                                        00000004
      *-----------------------------------------------------------      00000005
      *    OPERATIONS ALERT FEED FOR THE PAYDRV CHAIN.  READS THE       00000006
      *    SHARED DAILY PROCESSING LOG (DLAUDIT) AND THE RUN-CONTROL    00000007
      *    DATASET (DLRUNC) FOR THE BUSINESS DATE AND APPENDS ONE       00000008
      *    ALERT RECORD (DLALERT, THE MONITORING CONSOLE'S FORMAT)      00000009
      *    TO THE ALERT FEED FOR EACH OF:                               00000010
      *      - AN EXPECTED STEP WHOSE LAST RUN ENDED RC 8 OR HIGHER     00000011
      *      - AN EXPECTED STEP WITH NO LOG RECORD AND NO COMPLETED     00000012
      *        RUN-CONTROL RECORD (THE CHAIN STOPPED OR BYPASSED IT)    00000013
      *      - THE CHAIN'S LAST STEP FINISHING AFTER THE DEADLINE,      00000014
      *        OR NOT FINISHED AT ALL ONCE THE DEADLINE HAS PASSED      00000015
      *      - A PAYBAL BALANCING BREAK OR A PAYVER INTEGRITY BREAK     00000016
      *        (THE STEP'S LOG STATUS TEXT NAMES THE BREAK)             00000017
      *    PAYDRV RUNS THIS AS ITS LAST STEP WITH COND=EVEN, SO IT      00000018
      *    RUNS HOWEVER FAR THE CHAIN GOT.  THE PAYALRT JOB RUNS IT     00000019
      *    AGAIN AT THE DEADLINE IN GUARD MODE (PARM COL 12 'D'),       00000020
      *    WHICH RAISES ONLY THE NOT-FINISHED ALERT, SO A HUNG OR       00000021
      *    CANCELLED CHAIN IS STILL REPORTED.                           00000022
      *    A LOG RECORD BELONGS TO THE NIGHT WHEN IT STARTED ON THE     00000023
      *    BUSINESS DATE, OR ON THE NEXT DAY UP TO THE DEADLINE WHEN    00000024
      *    THE DEADLINE FALLS ON THE NEXT DAY.  A SAME-NIGHT RERUN      00000025
      *    OVERWRITES, SO THE STEP'S LAST RUN DECIDES, AS IN OPSUM.     00000026
      *    THE ALRTCTL CARD DECK:                                       00000027
      *      'D' CARD  COL 3-6   DEADLINE HHMM                          00000028
      *                COL 8     0 = BUSINESS DATE, 1 = NEXT DAY        00000029
      *                COL 10-17 STEP THAT ENDS THE CHAIN (PAYVER)      00000030
      *      'S' CARD  COL 3-10  EXPECTED STEP PROGRAM NAME             00000031
      *                COL 12    SEVERITY C, M OR W                     00000032
      *                COL 14-21 CONTACT GROUP                          00000033
      *      'C' CARD  AS 'S' BUT CONTACT ONLY, NOT AN EXPECTED         00000034
      *                STEP - PAYDRV FOR THE DEADLINE ALERTS AND        00000035
      *                *DEFAULT FOR ANY PROGRAM WITHOUT A CARD.         00000036
      *    NO DEADLINE CARD MEANS NO DEADLINE CHECK.  THE STEP ENDS     00000037
      *    RC 4 WHEN IT RAISED ANY ALERT.                               00000038
      *-----------------------------------------------------------      00000039
       ENVIRONMENT DIVISION.                                            00000040
       INPUT-OUTPUT SECTION.                                            00000041
       FILE-CONTROL.                                                    00000042
           SELECT AUDITIN-PS ASSIGN TO AUDITIN                          00000043
           ORGANIZATION IS SEQUENTIAL                                   00000044
           ACCESS IS SEQUENTIAL                                         00000045
           FILE STATUS IS WS-FST-AUDITIN                                00000046
           .                                                            00000047
           SELECT OPTIONAL RUNCIN-PS ASSIGN TO RUNCIN                   00000048
           ORGANIZATION IS SEQUENTIAL                                   00000049
           ACCESS IS SEQUENTIAL                                         00000050
           FILE STATUS IS WS-FST-RUNCIN                                 00000051
           .                                                            00000052
           SELECT OPTIONAL ALRTCTL-PS ASSIGN TO ALRTCTL                 00000053
           ORGANIZATION IS SEQUENTIAL                                   00000054
           ACCESS IS SEQUENTIAL                                         00000055
           FILE STATUS IS WS-FST-ALRTCTL                                00000056
           .                                                            00000057
           SELECT ALERT-PS ASSIGN TO ALRTOUT                            00000058
           ORGANIZATION IS SEQUENTIAL                                   00000059
           ACCESS IS SEQUENTIAL                                         00000060
           FILE STATUS IS WS-FST-ALERT                                  00000061
           .                                                            00000062
           SELECT AUDIT-PS ASSIGN TO AUDITLOG                           00000063
           ORGANIZATION IS SEQUENTIAL                                   00000064
           ACCESS IS SEQUENTIAL                                         00000065
           FILE STATUS IS WS-FST-AUDIT                                  00000066
           .                                                            00000067
       DATA DIVISION.                                                   00000068
       FILE SECTION.                                                    00000069
       FD AUDITIN-PS                                                    00000070
           RECORD CONTAINS 100 CHARACTERS.                              00000071
      *    SAME DLAUDIT LAYOUT AS THE LIVE LOG, RENAMED SO THE          00000072
      *    PROGRAM CAN ALSO APPEND ITS OWN RUN TO AUDITLOG.             00000073
           COPY DLAUDIT REPLACING LEADING ==DL-AUDIT== BY               00000074
                                          ==DL-AUDIN==.                 00000075
       FD RUNCIN-PS                                                     00000076
           RECORD CONTAINS 80 CHARACTERS.                               00000077
           COPY DLRUNC.                                                 00000078
       FD ALRTCTL-PS                                                    00000079
           RECORD CONTAINS 80 CHARACTERS.                               00000080
       01 ALRTCTL-REC.                                                  00000081
         05 ACT-TYPE            PIC X(01).                              00000082
           88 ACT-DEADLINE      VALUE 'D'.                              00000083
           88 ACT-STEP          VALUE 'S'.                              00000084
           88 ACT-CONTACT       VALUE 'C'.                              00000085
         05 F                   PIC X(01).                              00000086
         05 ACT-DATA            PIC X(78).                              00000087
         05 ACT-STEP-DATA REDEFINES ACT-DATA.                           00000088
           10 ACT-PGM           PIC X(08).                              00000089
           10 F                 PIC X(01).                              00000090
           10 ACT-SEV           PIC X(01).                              00000091
           10 F                 PIC X(01).                              00000092
           10 ACT-GROUP         PIC X(08).                              00000093
           10 F                 PIC X(59).                              00000094
         05 ACT-DEADLINE-DATA REDEFINES ACT-DATA.                       00000095
           10 ACT-HHMM          PIC X(04).                              00000096
           10 F                 PIC X(01).                              00000097
           10 ACT-OFFSET        PIC X(01).                              00000098
           10 F                 PIC X(01).                              00000099
           10 ACT-LAST-PGM      PIC X(08).                              00000100
           10 F                 PIC X(63).                              00000101
       FD ALERT-PS                                                      00000102
           RECORD CONTAINS 120 CHARACTERS.                              00000103
           COPY DLALERT.                                                00000104
       FD AUDIT-PS                                                      00000105
           RECORD CONTAINS 100 CHARACTERS.                              00000106
           COPY DLAUDIT.                                                00000107
       WORKING-STORAGE SECTION.                                         00000108
       01 WS-VARS.                                                      00000109
         05 WS-FST-AUDITIN PIC 9(02).                                   00000110
           88 C05-AUDITIN-SUCCESS VALUE 00.                             00000111
           88 C05-AUDITIN-EOF     VALUE 10.                             00000112
         05 WS-FST-RUNCIN  PIC 9(02).                                   00000113
           88 C05-RUNCIN-SUCCESS  VALUE 00 05.                          00000114
           88 C05-RUNCIN-EOF      VALUE 10.                             00000115
         05 WS-FST-ALRTCTL PIC 9(02).                                   00000116
           88 C05-ALRTCTL-SUCCESS VALUE 00 05.                          00000117
           88 C05-ALRTCTL-EOF     VALUE 10.                             00000118
         05 WS-FST-ALERT   PIC 9(02).                                   00000119
           88 C05-ALERT-SUCCESS   VALUE 00.                             00000120
         05 WS-FST-AUDIT   PIC 9(02).                                   00000121
           88 C05-AUDIT-SUCCESS   VALUE 00.                             00000122
         05 WS-AUDIT-OPEN-SW PIC X(01) VALUE 'N'.                       00000123
           88 WS-AUDIT-IS-OPEN    VALUE 'Y'.                            00000124
         05 WS-AUDIT-START-TS  PIC X(15).                               00000125
         05 WS-READ-CT         PIC 9(08) VALUE ZEROES.                  00000126
         05 WS-WRITE-CT        PIC 9(08) VALUE ZEROES.                  00000127
         05 WS-RETURN-CD       PIC 9(04) VALUE ZEROES.                  00000128
         05 WS-MODE            PIC X(01).                               00000129
           88 WS-GUARD-MODE    VALUE 'D'.                               00000130
         05 WS-BUS-DATE        PIC X(08).                               00000131
         05 WS-NEXT-DATE       PIC X(08).                               00000132
         05 WS-REC-DATE        PIC X(08).                               00000133
         05 WS-NOW-TS          PIC X(14).                               00000134
      *-----------------------------------------------------------      00000135
      *    DEADLINE FROM THE 'D' CARD.                                  00000136
      *-----------------------------------------------------------      00000137
         05 WS-DL-SW           PIC X(01) VALUE 'N'.                     00000138
           88 WS-DL-SET        VALUE 'Y'.                               00000139
         05 WS-DL-HHMM         PIC X(04).                               00000140
         05 WS-DL-OFFSET       PIC X(01) VALUE '0'.                     00000141
           88 WS-DL-NEXT-DAY   VALUE '1'.                               00000142
         05 WS-DL-TS           PIC X(14).                               00000143
         05 WS-LAST-PGM        PIC X(08) VALUE 'PAYVER'.                00000144
         05 WS-CHAIN-SW        PIC X(01).                               00000145
           88 WS-CHAIN-NOT-DONE VALUE 'N'.                              00000146
           88 WS-CHAIN-DONE    VALUE 'Y' 'L'.                           00000147
           88 WS-CHAIN-LATE    VALUE 'L'.                               00000148
      *-----------------------------------------------------------      00000149
      *    NEXT-DAY ARITHMETIC FOR A DEADLINE PAST MIDNIGHT.            00000150
      *-----------------------------------------------------------      00000151
         05 WS-DT-NUM.                                                  00000152
           10 WS-DT-YEAR       PIC 9(04).                               00000153
           10 WS-DT-MONTH      PIC 9(02).                               00000154
           10 WS-DT-DAY        PIC 9(02).                               00000155
         05 WS-MONTH-DAYS-LIST PIC X(24) VALUE                          00000156
             '312831303130313130313031'.                                00000157
         05 WS-MONTH-DAYS-TBL REDEFINES WS-MONTH-DAYS-LIST.             00000158
           10 WS-MONTH-DAYS    PIC 9(02) OCCURS 12 TIMES.               00000159
         05 WS-MONTH-LEN       PIC 9(02).                               00000160
         05 WS-LEAP-QUOT       PIC 9(04).                               00000161
         05 WS-LEAP-REM4       PIC 9(04).                               00000162
         05 WS-LEAP-REM100     PIC 9(04).                               00000163
         05 WS-LEAP-REM400     PIC 9(04).                               00000164
      *-----------------------------------------------------------      00000165
      *    ONE ENTRY PER PROGRAM ON THE ALRTCTL DECK.                   00000166
      *-----------------------------------------------------------      00000167
         05 WS-DEF-SEV         PIC X(01) VALUE 'C'.                     00000168
         05 WS-DEF-GROUP       PIC X(08) VALUE 'PAYOPS'.                00000169
         05 WS-STEP-CT         PIC 9(02) VALUE ZEROES.                  00000170
         05 WS-HOLD-IDX        PIC 9(02).                               00000171
         05 WS-STEP-DATA.                                               00000172
           10 WS-STEP-ENTRY OCCURS 40 TIMES INDEXED BY STP-IDX.         00000173
             15 STP-PGM         PIC X(08).                              00000174
             15 STP-EXPECT-SW   PIC X(01).                              00000175
               88 STP-EXPECTED  VALUE 'Y'.                              00000176
             15 STP-SEV         PIC X(01).                              00000177
             15 STP-GROUP       PIC X(08).                              00000178
             15 STP-SEEN-SW     PIC X(01).                              00000179
               88 STP-SEEN      VALUE 'Y'.                              00000180
             15 STP-DONE-SW     PIC X(01).                              00000181
               88 STP-RUNC-DONE VALUE 'Y'.                              00000182
             15 STP-RC          PIC 9(04).                              00000183
             15 STP-STATUS      PIC X(16).                              00000184
             15 STP-END-TS      PIC X(14).                              00000185
         05 WS-FIND-PGM        PIC X(08).                               00000186
      *-----------------------------------------------------------      00000187
      *    THE ALERT BEING RAISED.                                      00000188
      *-----------------------------------------------------------      00000189
         05 WS-ALR-PGM         PIC X(08).                               00000190
         05 WS-ALR-NUMBER      PIC X(03).                               00000191
         05 WS-ALR-RC          PIC 9(04).                               00000192
         05 WS-ALR-TEXT        PIC X(40).                               00000193
         05 WS-ALERT-CT        PIC 9(04) VALUE ZEROES.                  00000194
         05 WS-RC-ED           PIC 9(04).                               00000195
       COPY DLCHAIN.                                                    00000196
       LINKAGE SECTION.                                                 00000197
       01 LK-PARM-REC.                                                  00000198
           05 LK-BUS-DATE    PIC X(10).                                 00000199
           05 F              PIC X(01).                                 00000200
           05 LK-MODE        PIC X(01).                                 00000201
       PROCEDURE DIVISION USING LK-PARM-REC.                            00000202
       0000-MAIN-PARA.                                                  00000203
           PERFORM 1000-INIT-PARA                                       00000204
              THRU 1000-INIT-PARA-EXIT                                  00000205
           PERFORM 3000-PROC-PARA                                       00000206
              THRU 3000-PROC-PARA-EXIT                                  00000207
           PERFORM 9000-TERM-PARA                                       00000208
           .                                                            00000209
       1000-INIT-PARA.                                                  00000210
           ACCEPT WS-AUDIT-START-TS(1:8) FROM DATE YYYYMMDD             00000211
           ACCEPT WS-AUDIT-START-TS(9:6) FROM TIME                      00000212
           MOVE WS-AUDIT-START-TS(1:14) TO WS-NOW-TS                    00000213
           IF LK-BUS-DATE = SPACES OR LK-BUS-DATE = LOW-VALUES          00000214
             MOVE WS-NOW-TS(1:8) TO WS-BUS-DATE                         00000215
           ELSE                                                         00000216
             IF LK-BUS-DATE(5:1) = '-'                                  00000217
               MOVE LK-BUS-DATE(1:4) TO WS-BUS-DATE(1:4)                00000218
               MOVE LK-BUS-DATE(6:2) TO WS-BUS-DATE(5:2)                00000219
               MOVE LK-BUS-DATE(9:2) TO WS-BUS-DATE(7:2)                00000220
             ELSE                                                       00000221
               MOVE LK-BUS-DATE(1:8) TO WS-BUS-DATE                     00000222
             END-IF                                                     00000223
           END-IF                                                       00000224
           MOVE LK-MODE TO WS-MODE                                      00000225
           IF WS-GUARD-MODE                                             00000226
             DISPLAY 'PAYALERT DEADLINE GUARD FOR ' WS-BUS-DATE         00000227
           ELSE                                                         00000228
             DISPLAY 'PAYALERT END-OF-CHAIN CHECK FOR ' WS-BUS-DATE     00000229
           END-IF                                                       00000230
           PERFORM 1100-ALRTCTL-PARA                                    00000231
              THRU 1100-ALRTCTL-PARA-EXIT                               00000232
           PERFORM 1300-DEADLINE-PARA                                   00000233
              THRU 1300-DEADLINE-PARA-EXIT                              00000234
           .                                                            00000235
       1000-INIT-PARA-EXIT.                                             00000236
           EXIT                                                         00000237
           .                                                            00000238
       1100-ALRTCTL-PARA.                                               00000239
           OPEN INPUT ALRTCTL-PS                                        00000240
           EVALUATE TRUE                                                00000241
           WHEN C05-ALRTCTL-SUCCESS                                     00000242
             PERFORM 1110-ALRTCTL-READ-PARA                             00000243
                THRU 1110-ALRTCTL-READ-PARA-EXIT                        00000244
                UNTIL C05-ALRTCTL-EOF                                   00000245
             CLOSE ALRTCTL-PS                                           00000246
           WHEN OTHER                                                   00000247
             DISPLAY 'ALRTCTL NOT AVAILABLE - NO EXPECTED STEPS '       00000248
                     'AND NO DEADLINE'                                  00000249
           END-EVALUATE                                                 00000250
           IF WS-STEP-CT = 0                                            00000251
             DISPLAY 'ALRTCTL HAS NO STEP CARDS - ONLY THE DEADLINE '   00000252
                     'IS CHECKED'                                       00000253
           END-IF                                                       00000254
           .                                                            00000255
       1100-ALRTCTL-PARA-EXIT.                                          00000256
           EXIT                                                         00000257
           .                                                            00000258
       1110-ALRTCTL-READ-PARA.                                          00000259
           READ ALRTCTL-PS                                              00000260
           EVALUATE TRUE                                                00000261
           WHEN C05-ALRTCTL-SUCCESS                                     00000262
             PERFORM 1120-CARD-PARA                                     00000263
                THRU 1120-CARD-PARA-EXIT                                00000264
           WHEN C05-ALRTCTL-EOF                                         00000265
             CONTINUE                                                   00000266
           WHEN OTHER                                                   00000267
             DISPLAY 'ALRTCTL READ FAILED ' WS-FST-ALRTCTL              00000268
             MOVE 10 TO WS-FST-ALRTCTL                                  00000269
           END-EVALUATE                                                 00000270
           .                                                            00000271
       1110-ALRTCTL-READ-PARA-EXIT.                                     00000272
           EXIT                                                         00000273
           .                                                            00000274
      *-----------------------------------------------------------      00000275
      *    FILE ONE CONTROL CARD.  A BAD CARD IS SHOWN AND SKIPPED      00000276
      *    SO ONE TYPO CANNOT SILENCE THE WHOLE FEED.                   00000277
      *-----------------------------------------------------------      00000278
       1120-CARD-PARA.                                                  00000279
           EVALUATE TRUE                                                00000280
           WHEN ACT-DEADLINE                                            00000281
             IF ACT-HHMM IS NOT NUMERIC OR ACT-HHMM(1:2) > '23' OR      00000282
                ACT-HHMM(3:2) > '59' OR                                 00000283
                (ACT-OFFSET NOT = '0' AND ACT-OFFSET NOT = '1')         00000284
               DISPLAY 'ALRTCTL DEADLINE CARD INVALID: ' ALRTCTL-REC    00000285
               GO TO 1120-CARD-PARA-EXIT                                00000286
             END-IF                                                     00000287
             SET WS-DL-SET TO TRUE                                      00000288
             MOVE ACT-HHMM   TO WS-DL-HHMM                              00000289
             MOVE ACT-OFFSET TO WS-DL-OFFSET                            00000290
             IF ACT-LAST-PGM NOT = SPACES                               00000291
               MOVE ACT-LAST-PGM TO WS-LAST-PGM                         00000292
             END-IF                                                     00000293
           WHEN ACT-STEP OR ACT-CONTACT                                 00000294
             IF ACT-PGM = SPACES OR                                     00000295
                (ACT-SEV NOT = 'C' AND ACT-SEV NOT = 'M' AND            00000296
                 ACT-SEV NOT = 'W') OR                                  00000297
                ACT-GROUP = SPACES                                      00000298
               DISPLAY 'ALRTCTL PROGRAM CARD INVALID: ' ALRTCTL-REC     00000299
               GO TO 1120-CARD-PARA-EXIT                                00000300
             END-IF                                                     00000301
             IF ACT-PGM = '*DEFAULT'                                    00000302
               MOVE ACT-SEV   TO WS-DEF-SEV                             00000303
               MOVE ACT-GROUP TO WS-DEF-GROUP                           00000304
               GO TO 1120-CARD-PARA-EXIT                                00000305
             END-IF                                                     00000306
             MOVE ACT-PGM TO WS-FIND-PGM                                00000307
             PERFORM 1200-FIND-PARA                                     00000308
                THRU 1200-FIND-PARA-EXIT                                00000309
             IF WS-HOLD-IDX = 0                                         00000310
               IF WS-STEP-CT NOT < 40                                   00000311
                 DISPLAY 'ALRTCTL TABLE FULL - CARD IGNORED: '          00000312
                         ALRTCTL-REC                                    00000313
                 GO TO 1120-CARD-PARA-EXIT                              00000314
               END-IF                                                   00000315
               ADD 1 TO WS-STEP-CT                                      00000316
               MOVE WS-STEP-CT TO WS-HOLD-IDX                           00000317
               MOVE ACT-PGM TO STP-PGM(WS-HOLD-IDX)                     00000318
               MOVE 'N'     TO STP-EXPECT-SW(WS-HOLD-IDX)               00000319
               MOVE 'N'     TO STP-SEEN-SW(WS-HOLD-IDX)                 00000320
               MOVE 'N'     TO STP-DONE-SW(WS-HOLD-IDX)                 00000321
               MOVE ZEROES  TO STP-RC(WS-HOLD-IDX)                      00000322
               MOVE SPACES  TO STP-STATUS(WS-HOLD-IDX)                  00000323
                               STP-END-TS(WS-HOLD-IDX)                  00000324
             END-IF                                                     00000325
             MOVE ACT-SEV   TO STP-SEV(WS-HOLD-IDX)                     00000326
             MOVE ACT-GROUP TO STP-GROUP(WS-HOLD-IDX)                   00000327
             IF ACT-STEP                                                00000328
               SET STP-EXPECTED(WS-HOLD-IDX) TO TRUE                    00000329
             END-IF                                                     00000330
           WHEN OTHER                                                   00000331
             DISPLAY 'ALRTCTL CARD TYPE UNKNOWN: ' ALRTCTL-REC          00000332
           END-EVALUATE                                                 00000333
           .                                                            00000334
       1120-CARD-PARA-EXIT.                                             00000335
           EXIT                                                         00000336
           .                                                            00000337
      *-----------------------------------------------------------      00000338
      *    LOOK UP WS-FIND-PGM IN THE CARD TABLE - WS-HOLD-IDX IS       00000339
      *    ITS ENTRY, OR ZERO.                                          00000340
      *-----------------------------------------------------------      00000341
       1200-FIND-PARA.                                                  00000342
           MOVE ZEROES TO WS-HOLD-IDX                                   00000343
           PERFORM 1210-MATCH-PARA                                      00000344
              THRU 1210-MATCH-PARA-EXIT                                 00000345
              VARYING STP-IDX FROM 1 BY 1                               00000346
              UNTIL STP-IDX > WS-STEP-CT OR WS-HOLD-IDX > 0             00000347
           .                                                            00000348
       1200-FIND-PARA-EXIT.                                             00000349
           EXIT                                                         00000350
           .                                                            00000351
       1210-MATCH-PARA.                                                 00000352
           IF STP-PGM(STP-IDX) = WS-FIND-PGM                            00000353
             SET WS-HOLD-IDX TO STP-IDX                                 00000354
           END-IF                                                       00000355
           .                                                            00000356
       1210-MATCH-PARA-EXIT.                                            00000357
           EXIT                                                         00000358
           .                                                            00000359
      *-----------------------------------------------------------      00000360
      *    DEADLINE TIMESTAMP, AND THE NEXT CALENDAR DAY WHOSE          00000361
      *    EARLY RECORDS STILL BELONG TO THE NIGHT.                     00000362
      *-----------------------------------------------------------      00000363
       1300-DEADLINE-PARA.                                              00000364
           MOVE HIGH-VALUES TO WS-NEXT-DATE                             00000365
           IF NOT WS-DL-SET                                             00000366
             DISPLAY 'NO DEADLINE CARD - BATCH WINDOW NOT CHECKED'      00000367
             GO TO 1300-DEADLINE-PARA-EXIT                              00000368
           END-IF                                                       00000369
           IF WS-DL-NEXT-DAY                                            00000370
             PERFORM 1310-NEXT-DATE-PARA                                00000371
                THRU 1310-NEXT-DATE-PARA-EXIT                           00000372
             MOVE WS-NEXT-DATE TO WS-DL-TS(1:8)                         00000373
           ELSE                                                         00000374
             MOVE WS-BUS-DATE  TO WS-DL-TS(1:8)                         00000375
           END-IF                                                       00000376
           MOVE WS-DL-HHMM TO WS-DL-TS(9:4)                             00000377
           MOVE '00'       TO WS-DL-TS(13:2)                            00000378
           DISPLAY 'CHAIN DEADLINE ' WS-DL-TS ' ON ' WS-LAST-PGM        00000379
           .                                                            00000380
       1300-DEADLINE-PARA-EXIT.                                         00000381
           EXIT                                                         00000382
           .                                                            00000383
       1310-NEXT-DATE-PARA.                                             00000384
           MOVE WS-BUS-DATE TO WS-DT-NUM                                00000385
           MOVE WS-MONTH-DAYS(WS-DT-MONTH) TO WS-MONTH-LEN              00000386
           IF WS-DT-MONTH = 2                                           00000387
             DIVIDE WS-DT-YEAR BY 4                                     00000388
                 GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM4             00000389
             DIVIDE WS-DT-YEAR BY 100                                   00000390
                 GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM100           00000391
             DIVIDE WS-DT-YEAR BY 400                                   00000392
                 GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM400           00000393
             IF WS-LEAP-REM400 = 0 OR                                   00000394
                (WS-LEAP-REM4 = 0 AND WS-LEAP-REM100 NOT = 0)           00000395
               MOVE 29 TO WS-MONTH-LEN                                  00000396
             END-IF                                                     00000397
           END-IF                                                       00000398
           ADD 1 TO WS-DT-DAY                                           00000399
           IF WS-DT-DAY > WS-MONTH-LEN                                  00000400
             MOVE 1 TO WS-DT-DAY                                        00000401
             ADD 1 TO WS-DT-MONTH                                       00000402
             IF WS-DT-MONTH > 12                                        00000403
               MOVE 1 TO WS-DT-MONTH                                    00000404
               ADD 1 TO WS-DT-YEAR                                      00000405
             END-IF                                                     00000406
           END-IF                                                       00000407
           MOVE WS-DT-NUM TO WS-NEXT-DATE                               00000408
           .                                                            00000409
       1310-NEXT-DATE-PARA-EXIT.                                        00000410
           EXIT                                                         00000411
           .                                                            00000412
       3000-PROC-PARA.                                                  00000413
           PERFORM 3100-OPEN-PARA                                       00000414
              THRU 3100-OPEN-PARA-EXIT                                  00000415
           PERFORM 3200-AUDIT-READ-PARA                                 00000416
              THRU 3200-AUDIT-READ-PARA-EXIT                            00000417
              UNTIL C05-AUDITIN-EOF                                     00000418
           CLOSE AUDITIN-PS                                             00000419
           OPEN INPUT RUNCIN-PS                                         00000420
           EVALUATE TRUE                                                00000421
           WHEN C05-RUNCIN-SUCCESS                                      00000422
             PERFORM 3300-RUNC-READ-PARA                                00000423
                THRU 3300-RUNC-READ-PARA-EXIT                           00000424
                UNTIL C05-RUNCIN-EOF                                    00000425
             CLOSE RUNCIN-PS                                            00000426
           WHEN OTHER                                                   00000427
             DISPLAY 'RUNCIN NOT AVAILABLE - AUDIT LOG ONLY'            00000428
           END-EVALUATE                                                 00000429
           IF NOT WS-GUARD-MODE                                         00000430
             PERFORM 3500-STEP-PARA                                     00000431
                THRU 3500-STEP-PARA-EXIT                                00000432
                VARYING STP-IDX FROM 1 BY 1                             00000433
                UNTIL STP-IDX > WS-STEP-CT                              00000434
           END-IF                                                       00000435
           PERFORM 3600-WINDOW-PARA                                     00000436
              THRU 3600-WINDOW-PARA-EXIT                                00000437
           CLOSE ALERT-PS                                               00000438
           DISPLAY 'ALERTS RAISED: ' WS-ALERT-CT                        00000439
           IF WS-ALERT-CT > 0 AND WS-RETURN-CD = 0                      00000440
             MOVE 0004 TO WS-RETURN-CD                                  00000441
           END-IF                                                       00000442
           .                                                            00000443
       3000-PROC-PARA-EXIT.                                             00000444
           EXIT                                                         00000445
           .                                                            00000446
       3100-OPEN-PARA.                                                  00000447
           OPEN INPUT AUDITIN-PS                                        00000448
           EVALUATE TRUE                                                00000449
           WHEN C05-AUDITIN-SUCCESS                                     00000450
             DISPLAY 'AUDITIN-PS OPENED'                                00000451
           WHEN OTHER                                                   00000452
             DISPLAY 'AUDITIN-PS OPEN FAILED ' WS-FST-AUDITIN           00000453
             MOVE 0008 TO WS-RETURN-CD                                  00000454
             PERFORM 9000-TERM-PARA                                     00000455
           END-EVALUATE                                                 00000456
           OPEN EXTEND ALERT-PS                                         00000457
           EVALUATE TRUE                                                00000458
           WHEN C05-ALERT-SUCCESS                                       00000459
             DISPLAY 'ALERT-PS OPENED'                                  00000460
           WHEN OTHER                                                   00000461
             DISPLAY 'ALERT-PS OPEN FAILED ' WS-FST-ALERT               00000462
             MOVE 0008 TO WS-RETURN-CD                                  00000463
             PERFORM 9000-TERM-PARA                                     00000464
           END-EVALUATE                                                 00000465
           OPEN EXTEND AUDIT-PS                                         00000466
           EVALUATE TRUE                                                00000467
           WHEN C05-AUDIT-SUCCESS                                       00000468
             DISPLAY 'AUDIT-PS OPENED'                                  00000469
             SET WS-AUDIT-IS-OPEN TO TRUE                               00000470
           WHEN OTHER                                                   00000471
             DISPLAY 'AUDIT-PS OPEN FAILED ' WS-FST-AUDIT               00000472
             MOVE 0008 TO WS-RETURN-CD                                  00000473
             PERFORM 9000-TERM-PARA                                     00000474
           END-EVALUATE                                                 00000475
           .                                                            00000476
       3100-OPEN-PARA-EXIT.                                             00000477
           EXIT                                                         00000478
           .                                                            00000479
      *-----------------------------------------------------------      00000480
      *    FILE ONE LOG RECORD OF THE NIGHT AGAINST ITS PROGRAM'S       00000481
      *    CARD.  PROGRAMS WITHOUT A CARD ARE NOT PAYDRV STEPS.         00000482
      *-----------------------------------------------------------      00000483
       3200-AUDIT-READ-PARA.                                            00000484
           READ AUDITIN-PS                                              00000485
           EVALUATE TRUE                                                00000486
           WHEN C05-AUDITIN-SUCCESS                                     00000487
             ADD 1 TO WS-READ-CT                                        00000488
           WHEN C05-AUDITIN-EOF                                         00000489
             GO TO 3200-AUDIT-READ-PARA-EXIT                            00000490
           WHEN OTHER                                                   00000491
             DISPLAY 'AUDITIN-PS READ FAILED ' WS-FST-AUDITIN           00000492
             MOVE 0008 TO WS-RETURN-CD                                  00000493
             MOVE 10 TO WS-FST-AUDITIN                                  00000494
             GO TO 3200-AUDIT-READ-PARA-EXIT                            00000495
           END-EVALUATE                                                 00000496
           MOVE DL-AUDIN-START-TS(1:8) TO WS-REC-DATE                   00000497
           IF WS-REC-DATE NOT = WS-BUS-DATE                             00000498
             IF WS-REC-DATE NOT = WS-NEXT-DATE OR                       00000499
                DL-AUDIN-START-TS(1:14) > WS-DL-TS                      00000500
               GO TO 3200-AUDIT-READ-PARA-EXIT                          00000501
             END-IF                                                     00000502
           END-IF                                                       00000503
           MOVE DL-AUDIN-PGM TO WS-FIND-PGM                             00000504
           PERFORM 1200-FIND-PARA                                       00000505
              THRU 1200-FIND-PARA-EXIT                                  00000506
           IF WS-HOLD-IDX = 0                                           00000507
             GO TO 3200-AUDIT-READ-PARA-EXIT                            00000508
           END-IF                                                       00000509
           SET STP-SEEN(WS-HOLD-IDX) TO TRUE                            00000510
           MOVE DL-AUDIN-STATUS-TX      TO STP-STATUS(WS-HOLD-IDX)      00000511
           MOVE DL-AUDIN-END-TS(1:14)   TO STP-END-TS(WS-HOLD-IDX)      00000512
           IF DL-AUDIN-RETURN-CD IS NUMERIC                             00000513
             MOVE DL-AUDIN-RETURN-CD    TO STP-RC(WS-HOLD-IDX)          00000514
           ELSE                                                         00000515
             MOVE ZEROES                TO STP-RC(WS-HOLD-IDX)          00000516
           END-IF                                                       00000517
           .                                                            00000518
       3200-AUDIT-READ-PARA-EXIT.                                       00000519
           EXIT                                                         00000520
           .                                                            00000521
      *-----------------------------------------------------------      00000522
      *    A COMPLETED RUN-CONTROL RECORD PROVES THE STEP RAN EVEN      00000523
      *    IF ITS LOG RECORD WAS LOST, AS ON THE OPMN SCREEN.           00000524
      *-----------------------------------------------------------      00000525
       3300-RUNC-READ-PARA.                                             00000526
           READ RUNCIN-PS                                               00000527
           EVALUATE TRUE                                                00000528
           WHEN C05-RUNCIN-SUCCESS                                      00000529
             ADD 1 TO WS-READ-CT                                        00000530
           WHEN C05-RUNCIN-EOF                                          00000531
             GO TO 3300-RUNC-READ-PARA-EXIT                             00000532
           WHEN OTHER                                                   00000533
             DISPLAY 'RUNCIN-PS READ FAILED ' WS-FST-RUNCIN             00000534
             MOVE 10 TO WS-FST-RUNCIN                                   00000535
             GO TO 3300-RUNC-READ-PARA-EXIT                             00000536
           END-EVALUATE                                                 00000537
           IF DL-RUNC-RUN-DATE(5:1) = '-'                               00000538
             MOVE DL-RUNC-RUN-DATE(1:4) TO WS-REC-DATE(1:4)             00000539
             MOVE DL-RUNC-RUN-DATE(6:2) TO WS-REC-DATE(5:2)             00000540
             MOVE DL-RUNC-RUN-DATE(9:2) TO WS-REC-DATE(7:2)             00000541
           ELSE                                                         00000542
             MOVE DL-RUNC-RUN-DATE(1:8) TO WS-REC-DATE                  00000543
           END-IF                                                       00000544
           IF WS-REC-DATE NOT = WS-BUS-DATE OR                          00000545
              DL-RUNC-STATUS NOT = 'COMPLETED'                          00000546
             GO TO 3300-RUNC-READ-PARA-EXIT                             00000547
           END-IF                                                       00000548
           MOVE DL-RUNC-PGM TO WS-FIND-PGM                              00000549
           PERFORM 1200-FIND-PARA                                       00000550
              THRU 1200-FIND-PARA-EXIT                                  00000551
           IF WS-HOLD-IDX > 0                                           00000552
             SET STP-RUNC-DONE(WS-HOLD-IDX) TO TRUE                     00000553
           END-IF                                                       00000554
           .                                                            00000555
       3300-RUNC-READ-PARA-EXIT.                                        00000556
           EXIT                                                         00000557
           .                                                            00000558
      *-----------------------------------------------------------      00000559
      *    ONE EXPECTED STEP - MISSING, FAILED, OR BROKEN.              00000560
      *-----------------------------------------------------------      00000561
       3500-STEP-PARA.                                                  00000562
           IF NOT STP-EXPECTED(STP-IDX)                                 00000563
             GO TO 3500-STEP-PARA-EXIT                                  00000564
           END-IF                                                       00000565
           MOVE STP-PGM(STP-IDX) TO WS-ALR-PGM                          00000566
           MOVE STP-RC(STP-IDX)  TO WS-ALR-RC                           00000567
           EVALUATE TRUE                                                00000568
           WHEN NOT STP-SEEN(STP-IDX) AND NOT STP-RUNC-DONE(STP-IDX)    00000569
             MOVE ZEROES TO WS-ALR-RC                                   00000570
             MOVE '020'  TO WS-ALR-NUMBER                               00000571
             MOVE 'STEP DID NOT RUN - CHAIN STOPPED OR BYPASSED'        00000572
               TO WS-ALR-TEXT                                           00000573
           WHEN NOT STP-SEEN(STP-IDX)                                   00000574
             GO TO 3500-STEP-PARA-EXIT                                  00000575
           WHEN STP-STATUS(STP-IDX) = 'BALANCE BREAK'                   00000576
             MOVE '040'  TO WS-ALR-NUMBER                               00000577
             MOVE 'MONEY TRAIL BROKEN - DO NOT RELEASE'                 00000578
               TO WS-ALR-TEXT                                           00000579
           WHEN STP-STATUS(STP-IDX) = 'INTEGRITY BREAK'                 00000580
             MOVE '050'  TO WS-ALR-NUMBER                               00000581
             MOVE 'ONLINE VIEW OUT OF STEP WITH BATCH'                  00000582
               TO WS-ALR-TEXT                                           00000583
           WHEN STP-RC(STP-IDX) NOT < 8                                 00000584
             MOVE '010'  TO WS-ALR-NUMBER                               00000585
             MOVE STP-RC(STP-IDX) TO WS-RC-ED                           00000586
             MOVE SPACES TO WS-ALR-TEXT                                 00000587
             STRING 'STEP ENDED RC ' DELIMITED BY SIZE                  00000588
                    WS-RC-ED         DELIMITED BY SIZE                  00000589
                    INTO WS-ALR-TEXT                                    00000590
             END-STRING                                                 00000591
           WHEN OTHER                                                   00000592
             GO TO 3500-STEP-PARA-EXIT                                  00000593
           END-EVALUATE                                                 00000594
           PERFORM 3700-ALERT-PARA                                      00000595
              THRU 3700-ALERT-PARA-EXIT                                 00000596
           .                                                            00000597
       3500-STEP-PARA-EXIT.                                             00000598
           EXIT                                                         00000599
           .                                                            00000600
      *-----------------------------------------------------------      00000601
      *    BATCH WINDOW - THE CHAIN IS FINISHED WHEN ITS LAST STEP      00000602
      *    HAS RUN.  FINISHED LATE IS REPORTED BY THE END-OF-CHAIN      00000603
      *    RUN; NOT FINISHED ONCE THE DEADLINE HAS PASSED BY            00000604
      *    WHICHEVER RUN SEES IT FIRST.                                 00000605
      *-----------------------------------------------------------      00000606
       3600-WINDOW-PARA.                                                00000607
           IF NOT WS-DL-SET                                             00000608
             GO TO 3600-WINDOW-PARA-EXIT                                00000609
           END-IF                                                       00000610
           MOVE WS-LAST-PGM TO WS-FIND-PGM                              00000611
           PERFORM 1200-FIND-PARA                                       00000612
              THRU 1200-FIND-PARA-EXIT                                  00000613
           MOVE 'N' TO WS-CHAIN-SW                                      00000614
           IF WS-HOLD-IDX > 0                                           00000615
             IF STP-SEEN(WS-HOLD-IDX)                                   00000616
               SET WS-CHAIN-DONE TO TRUE                                00000617
               IF STP-END-TS(WS-HOLD-IDX) > WS-DL-TS                    00000618
                 SET WS-CHAIN-LATE TO TRUE                              00000619
               END-IF                                                   00000620
             ELSE                                                       00000621
               IF STP-RUNC-DONE(WS-HOLD-IDX)                            00000622
                 SET WS-CHAIN-DONE TO TRUE                              00000623
               END-IF                                                   00000624
             END-IF                                                     00000625
           END-IF                                                       00000626
           MOVE 'PAYDRV' TO WS-ALR-PGM                                  00000627
           MOVE ZEROES   TO WS-ALR-RC                                   00000628
           MOVE SPACES   TO WS-ALR-TEXT                                 00000629
           EVALUATE TRUE                                                00000630
           WHEN WS-CHAIN-LATE AND NOT WS-GUARD-MODE                     00000631
             MOVE '030' TO WS-ALR-NUMBER                                00000632
             STRING 'CHAIN FINISHED AFTER DEADLINE ' DELIMITED BY SIZE  00000633
                    WS-DL-HHMM DELIMITED BY SIZE                        00000634
                    INTO WS-ALR-TEXT                                    00000635
             END-STRING                                                 00000636
             PERFORM 3700-ALERT-PARA                                    00000637
                THRU 3700-ALERT-PARA-EXIT                               00000638
           WHEN WS-CHAIN-NOT-DONE AND WS-NOW-TS NOT < WS-DL-TS          00000639
             MOVE '031' TO WS-ALR-NUMBER                                00000640
             STRING 'CHAIN NOT FINISHED BY DEADLINE ' DELIMITED BY SIZE 00000641
                    WS-DL-HHMM DELIMITED BY SIZE                        00000642
                    INTO WS-ALR-TEXT                                    00000643
             END-STRING                                                 00000644
             PERFORM 3700-ALERT-PARA                                    00000645
                THRU 3700-ALERT-PARA-EXIT                               00000646
           WHEN OTHER                                                   00000647
             CONTINUE                                                   00000648
           END-EVALUATE                                                 00000649
           .                                                            00000650
       3600-WINDOW-PARA-EXIT.                                           00000651
           EXIT                                                         00000652
           .                                                            00000653
      *-----------------------------------------------------------      00000654
      *    WRITE ONE ALERT, ROUTED BY THE PROGRAM'S CARD (OR THE        00000655
      *    *DEFAULT CARD).                                              00000656
      *-----------------------------------------------------------      00000657
       3700-ALERT-PARA.                                                 00000658
           MOVE SPACES TO DL-ALERT-REC                                  00000659
           MOVE WS-ALR-PGM TO WS-FIND-PGM                               00000660
           PERFORM 1200-FIND-PARA                                       00000661
              THRU 1200-FIND-PARA-EXIT                                  00000662
           IF WS-HOLD-IDX > 0                                           00000663
             MOVE STP-SEV(WS-HOLD-IDX)   TO DL-ALERT-SEVERITY           00000664
             MOVE STP-GROUP(WS-HOLD-IDX) TO DL-ALERT-GROUP              00000665
           ELSE                                                         00000666
             MOVE WS-DEF-SEV             TO DL-ALERT-SEVERITY           00000667
             MOVE WS-DEF-GROUP           TO DL-ALERT-GROUP              00000668
           END-IF                                                       00000669
           MOVE 'PAYA'            TO DL-ALERT-PREFIX                    00000670
           MOVE WS-ALR-NUMBER     TO DL-ALERT-NUMBER                    00000671
           MOVE DL-ALERT-SEVERITY TO DL-ALERT-SEV-SFX                   00000672
           ACCEPT DL-ALERT-TIMESTAMP(1:8) FROM DATE YYYYMMDD            00000673
           ACCEPT DL-ALERT-TIMESTAMP(9:6) FROM TIME                     00000674
           MOVE 'PAYROLL'         TO DL-ALERT-SYSTEM                    00000675
           MOVE 'PAYDRV'          TO DL-ALERT-JOB                       00000676
           MOVE WS-ALR-PGM        TO DL-ALERT-PGM                       00000677
           MOVE WS-BUS-DATE       TO DL-ALERT-BUS-DATE                  00000678
           MOVE WS-ALR-RC         TO DL-ALERT-RC                        00000679
           MOVE WS-ALR-TEXT       TO DL-ALERT-TEXT                      00000680
           WRITE DL-ALERT-REC                                           00000681
           IF NOT C05-ALERT-SUCCESS                                     00000682
             DISPLAY 'ALERT-PS WRITE FAILED ' WS-FST-ALERT              00000683
             MOVE 0008 TO WS-RETURN-CD                                  00000684
             GO TO 3700-ALERT-PARA-EXIT                                 00000685
           END-IF                                                       00000686
           ADD 1 TO WS-ALERT-CT WS-WRITE-CT                             00000687
           DISPLAY 'ALERT ' DL-ALERT-MSGID ' ' DL-ALERT-GROUP ' '       00000688
                   WS-ALR-PGM ' ' WS-ALR-TEXT                           00000689
           .                                                            00000690
       3700-ALERT-PARA-EXIT.                                            00000691
           EXIT                                                         00000692
           .                                                            00000693
       9000-TERM-PARA.                                                  00000694
           IF WS-AUDIT-IS-OPEN                                          00000695
             MOVE SPACES            TO DL-AUDIT-REC                     00000696
             MOVE 'PAYALERT'        TO DL-AUDIT-PGM                     00000697
             MOVE WS-AUDIT-START-TS TO DL-AUDIT-START-TS                00000698
             ACCEPT DL-AUDIT-END-TS(1:8) FROM DATE YYYYMMDD             00000699
             ACCEPT DL-AUDIT-END-TS(9:6) FROM TIME                      00000700
             MOVE WS-READ-CT        TO DL-AUDIT-READ-CT                 00000701
             MOVE WS-WRITE-CT       TO DL-AUDIT-WRITE-CT                00000702
             MOVE WS-RETURN-CD      TO DL-AUDIT-RETURN-CD               00000703
             MOVE 'COMPLETED'       TO DL-AUDIT-STATUS-TX               00000704
             PERFORM 9100-AUDIT-CHAIN-PARA                              00000705
                THRU 9100-AUDIT-CHAIN-PARA-EXIT                         00000706
             WRITE DL-AUDIT-REC                                         00000707
             CLOSE AUDIT-PS                                             00000708
           END-IF                                                       00000709
           MOVE WS-RETURN-CD TO RETURN-CODE                             00000710
           STOP RUN                                                     00000711
           .                                                            00000712
      *-----------------------------------------------------------      00000713
      *    CHAIN THE AUDIT RECORD INTO AUDITLOG'S SEQUENCE AND          00000714
      *    HASH, WRITING THE DAY'S ANCHOR FIRST WHEN THIS IS THE        00000715
      *    FIRST RECORD OF THE DAY.                                     00000716
      *-----------------------------------------------------------      00000717
       9100-AUDIT-CHAIN-PARA.                                           00000718
           MOVE SPACES       TO DL-CHN-PARMS                            00000719
           MOVE 'NXT'        TO DL-CHN-FUNC                             00000720
           MOVE 'AUDITLOG'   TO DL-CHN-LOG                              00000721
           MOVE DL-AUDIT-END-TS(1:8) TO DL-CHN-TODAY                    00000722
           MOVE DL-AUDIT-REC TO DL-CHN-REC                              00000723
           CALL 'PAYCHAIN' USING DL-CHN-PARMS                           00000724
             ON EXCEPTION                                               00000725
               DISPLAY 'PAYCHAIN NOT AVAILABLE - AUDIT RECORD NOT '     00000726
                       'CHAINED'                                        00000727
           END-CALL                                                     00000728
           IF DL-CHN-ANCHORED                                           00000729
             WRITE DL-AUDIT-REC FROM DL-CHN-ANCHOR                      00000730
           END-IF                                                       00000731
           IF DL-CHN-OK                                                 00000732
             MOVE DL-CHN-REC TO DL-AUDIT-REC                            00000733
           END-IF                                                       00000734
           .                                                            00000735
       9100-AUDIT-CHAIN-PARA-EXIT.                                      00000736
           EXIT                                                         00000737
           .                                                            00000738

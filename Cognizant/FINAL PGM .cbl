      *-----------------------------------------------------------------00256600
      *    KEYED SALARY HISTORY FOR THE ONLINE SIDE (EMPHIS) -      *   00256601
      *    SAME FACTS AS TO005, KEYED BY NEMPID PLUS RUN DATE.      *   00256602
      *    ALSO BROWSED BEFORE EACH RAISE FOR THE EMPLOYEE'S LAST   *   00256603
      *    REVISION DATE, WHICH GATES RAISE ELIGIBILITY.            *   00256604
      *-----------------------------------------------------------------00256603
           SELECT TO007-PS ASSIGN TO OUTEMPHK                           00256604
           ORGANIZATION IS INDEXED                                      00256605
           ACCESS IS DYNAMIC                                            00256606
           RECORD KEY IS DL-EMPHK-KEY                                   00256607
           FILE STATUS IS WS-FST-TO007                                  00256608
           .                                                            00256609
           ACCESS IS SEQUENTIAL                                         00256626
           FILE STATUS IS WS-FST-SIMRPT                                 00256627
           .                                                            00256628
      *-----------------------------------------------------------------00256629
      *    DEPARTMENT MERIT BUDGET POOLS - MBUDCTL GIVES THE RAISE      00256630
      *    DOLLARS EACH DEPARTMENT AND PAYROLL GROUP MAY SPEND THIS     00256631
      *    CYCLE AND WHETHER AN OVERRUN IS SCALED BACK OR HELD.         00256632
      *    MBUDACT CARRIES THE BUDGET-VERSUS-ACTUAL RESULT TO PAYSUM.   00256633
      *-----------------------------------------------------------------00256634
           SELECT OPTIONAL MBC-PS ASSIGN TO MBUDCTL                     00256635
           ORGANIZATION IS SEQUENTIAL                                   00256636
           ACCESS IS SEQUENTIAL                                         00256637
           FILE STATUS IS WS-FST-MBC                                    00256638
           .                                                            00256639
           SELECT MBA-PS ASSIGN TO MBUDACT                              00256640
           ORGANIZATION IS SEQUENTIAL                                   00256641
           ACCESS IS SEQUENTIAL                                         00256642
           FILE STATUS IS WS-FST-MBA                                    00256643
           .                                                            00256644
       DATA DIVISION.                                                   00260002
       FILE SECTION.                                                    00270002
       FD TI001-PS                                                      00280021
         05 TI001-EMPSTATUS    PIC X(01).                               00363502
         05 F                  PIC X(01).                               00363602
         05 TI001-TERMDATE     PIC X(10).                               00363702
         05 F                  PIC X(01).                               00363703
      *    PAY TYPE - 'H' HOURLY STAFF ARE PAID FROM TIME CARDS BY      00363704
      *    PAYHRLY AND CARRY NO SALARY TO REVISE; 'S' OR SPACE IS       00363705
      *    SALARIED.                                                    00363706
         05 TI001-PAYTYPE      PIC X(01).                               00363707
         05 F                  PIC X(01).                               00363708
         05 TI001-HRRATE       PIC 9(04)V9(02).                         00363709
      *    REVIEW MONTH (01-12) - THE ONLY MONTH THE EMPLOYEE IS DUE    00363710
      *    A RAISE.  BLANK MEANS THE HIRE ANNIVERSARY MONTH.            00363711
         05 TI001-REVMONTH     PIC X(02).                               00363712
         05 F                  PIC X(01).                               00363713
       FD TO001-PS                                                      00370021
           RECORD CONTAINS 80 CHARACTERS.                               00372015
       01 TO001-PS-REC.                                                 00380033
         05 TO001-EMPGROUP      PIC X(02).                              00462038
         05 F                   PIC X(01).                              00462038
         05 COLMN               PIC X(06).                              00462038
      *    RAISE DEFERRAL - SPACES WHEN THE EMPLOYEE WAS REVISED        00462039
      *    TONIGHT.  OTHERWISE THE REASON THE EMPLOYEE IS NOT YET       00462040
      *    DUE ('RVMO' NOT THE REVIEW MONTH, 'GAP ' LAST RAISE TOO      00462041
      *    RECENT) AND THE MONTH (YYYY-MM) THE NEXT RAISE FALLS DUE;    00462042
      *    THE SALARY IS THEN THE CURRENT, UNREVISED ONE.               00462043
         05 F                   PIC X(01).                              00462044
         05 TO001-DEFER-CD      PIC X(04).                              00462045
         05 F                   PIC X(01).                              00462046
         05 TO001-NEXT-DUE      PIC X(07).                              00462047
       01 TO001-TRL-REC.                                                00470100
         05 TO001-TRL-ID    PIC X(06).                                  00470101
         05 F              PIC X(01).                                   00470102
         05 TO002-EMPGROUP      PIC X(02).                              00572038
         05 F                   PIC X(01).                              00572038
         05 TO002-PRORATE       PIC 9(01).9(02).                        00572038
         05 F                   PIC X(01).                              00572039
         05 TO002-DEFER-CD      PIC X(04).                              00572040
         05 F                   PIC X(01).                              00572041
         05 TO002-NEXT-DUE      PIC X(07).                              00572042
       01 TO002-TRL-REC.                                                00470200
         05 TO002-TRL-ID    PIC X(06).                                  00470201
         05 F              PIC X(01).                                   00470202
         05 TO003-EMPGROUP      PIC X(02).                              00682038
         05 F                   PIC X(01).                              00682038
         05 TO003-PRORATE       PIC 9(01).9(02).                        00682038
         05 F                   PIC X(01).                              00682039
         05 TO003-DEFER-CD      PIC X(04).                              00682040
         05 F                   PIC X(01).                              00682041
         05 TO003-NEXT-DUE      PIC X(07).                              00682042
       01 TO003-TRL-REC.                                                00470300
         05 TO003-TRL-ID    PIC X(06).                                  00470301
         05 F              PIC X(01).                                   00470302
      *    EVERY GROUP, SO A RATE CHANGE FOR ONE COMPANY CAN NO         00684433
      *    LONGER SILENTLY APPLY TO BOTH.                               00684434
         05 TI002-GROUP         PIC X(02).                              00684435
         05 F                   PIC X(01).                              00684436
      *    MINIMUM MONTHS SINCE THE LAST RAISE BEFORE THE RATING'S      00684437
      *    NEXT ONE - BLANK LEAVES THE DEFAULT OF 12.                   00684438
         05 TI002-MIN-GAP       PIC X(02).                              00684439
         05 F                   PIC X(42).                              00684440
       FD CHKPT-PS                                                      00684540
           RECORD CONTAINS 80 CHARACTERS.                               00684640
       01 CHKPT-PS-REC.                                                 00684740
           RECORD CONTAINS 80 CHARACTERS.                               00686169
           COPY DLKYSW.                                                 00686170
       FD AUDIT-PS                                                      00686164
           RECORD CONTAINS 100 CHARACTERS.                              00686165
           COPY DLAUDIT.                                                00686166
       FD TO007-PS                                                      00686170
           RECORD CONTAINS 80 CHARACTERS.                               00686171
       FD SIMRPT-PS                                                     00686191
           RECORD CONTAINS 132 CHARACTERS.                              00686192
       01 SIMRPT-REC             PIC X(132).                            00686193
      *    MERIT BUDGET CARD - DEPARTMENT, PAYROLL GROUP (BLANK FOR     00686194
      *    EVERY GROUP), OVERRUN ACTION ('S' SCALE BACK, THE DEFAULT,   00686195
      *    OR 'H' HOLD FOR APPROVAL) AND THE RAISE DOLLARS ALLOWED.     00686196
       FD MBC-PS                                                        00686197
           RECORD CONTAINS 80 CHARACTERS.                               00686198
       01 MBC-REC.                                                      00686199
         05 MBC-DEPT            PIC X(04).                              00686200
         05 F                   PIC X(01).                              00686201
         05 MBC-GROUP           PIC X(02).                              00686202
         05 F                   PIC X(01).                              00686203
         05 MBC-ACTION          PIC X(01).                              00686204
         05 F                   PIC X(01).                              00686205
         05 MBC-BUDGET          PIC 9(09).                              00686206
         05 F                   PIC X(61).                              00686207
       FD MBA-PS                                                        00686208
           RECORD CONTAINS 80 CHARACTERS.                               00686209
           COPY DLMBUD.                                                 00686210
       WORKING-STORAGE SECTION.                                         00690002
       01 WS-VARS.                                                      00700002
         05 WS-FST-TI001 PIC 9(02).                                     00710002
         05 WS-FST-TO008 PIC 9(02).                                     00742377
           88 C05-TO008-SUCCESS VALUE 00.                               00742378
         05 WS-TERM-CT         PIC 9(06) VALUE ZEROES.                  00742379
         05 WS-HRLY-CT         PIC 9(06) VALUE ZEROES.                  00742380
      *-----------------------------------------------------------------00742381
      *    RAISE ELIGIBILITY.  AN EMPLOYEE IS DUE A RAISE ONLY IN THE   00742382
      *    REVIEW MONTH AND ONLY WHEN THE LAST REVISION ON THE KEYED    00742383
      *    SALARY HISTORY IS AT LEAST THE RATING'S MINIMUM GAP OLD.     00742384
      *    MONTHS ARE COUNTED AS YEAR * 12 + MONTH - 1 SO THE GAP IS    00742385
      *    A PLAIN SUBTRACTION.  AN EMPLOYEE WHO IS NOT DUE PASSES AT   00742386
      *    THE CURRENT SALARY WITH THE REASON AND NEXT DUE MONTH.       00742387
      *-----------------------------------------------------------------00742388
         05 WS-P-MIN-GAP       PIC 9(02) VALUE 12.                      00742389
         05 WS-R-MIN-GAP       PIC 9(02) VALUE 12.                      00742390
         05 WS-ELG-GAP         PIC 9(02).                               00742391
         05 WS-ELG-SW          PIC X(01).                               00742392
           88 WS-ELG-DUE       VALUE 'Y'.                               00742393
           88 WS-ELG-DEFER     VALUE 'D'.                               00742394
         05 WS-ELG-CD          PIC X(04).                               00742395
         05 WS-ELG-NEXT        PIC X(07).                               00742396
         05 WS-ELG-REV-MO      PIC 9(02).                               00742397
         05 WS-ELG-RUN-YM      PIC S9(07).                              00742398
         05 WS-ELG-LAST-YM     PIC S9(07).                              00742399
         05 WS-ELG-DUE-YM      PIC S9(07).                              00742400
         05 WS-ELG-ADD         PIC S9(03).                              00742401
         05 WS-ELG-YEAR        PIC 9(04).                               00742402
         05 WS-ELG-MONTH       PIC 9(02).                               00742403
         05 WS-ELG-QUOT        PIC 9(06).                               00742404
         05 WS-ELG-REM         PIC 9(02).                               00742405
         05 WS-ELG-LAST-DATE   PIC X(10).                               00742406
         05 WS-ELG-HK-ID       PIC X(06).                               00742407
         05 WS-ELG-HK-END-SW   PIC X(01).                               00742408
           88 WS-ELG-HK-END    VALUE 'Y'.                               00742409
         05 WS-HIST-SW         PIC X(01) VALUE 'N'.                     00742410
           88 WS-HIST-OK       VALUE 'Y'.                               00742411
         05 WS-DEFER-CT        PIC 9(06) VALUE ZEROES.                  00742412
         05 WS-DEFER-RVMO-CT   PIC 9(06) VALUE ZEROES.                  00742413
         05 WS-DEFER-GAP-CT    PIC 9(06) VALUE ZEROES.                  00742414
      *-----------------------------------------------------------------00742381
      *    MERIT BUDGET POOLS.  A PRICING PASS OVER THE MASTER SUMS     00742382
      *    EACH POOL'S RAISE COST BEFORE ANY EMPLOYEE IS WRITTEN, SO    00742383
      *    AN OVERRUN POOL'S FACTOR IS KNOWN UP FRONT AND EVERY         00742384
      *    EMPLOYEE IN IT IS SCALED ALIKE.  A DEPARTMENT WITH NO CARD   00742385
      *    HAS NO BUDGET LIMIT.                                         00742386
      *-----------------------------------------------------------------00742387
         05 WS-FST-MBC   PIC 9(02).                                     00742388
           88 C05-MBC-SUCCESS VALUE 00 05.                              00742389
           88 C05-MBC-EOF     VALUE 10.                                 00742390
         05 WS-FST-MBA   PIC 9(02).                                     00742391
           88 C05-MBA-SUCCESS VALUE 00.                                 00742392
         05 WS-MB-CT           PIC 9(03) VALUE ZEROES.                  00742393
         05 WS-MB-TBL OCCURS 200 TIMES INDEXED BY MB-IDX.               00742394
           10 MB-DEPT          PIC X(04).                               00742395
           10 MB-GROUP         PIC X(02).                               00742396
           10 MB-ACTION        PIC X(01).                               00742397
           10 MB-STATUS        PIC X(01).                               00742398
           10 MB-BUDGET        PIC 9(09)V9(02).                         00742399
           10 MB-REQUESTED     PIC 9(09)V9(02).                         00742400
           10 MB-APPLIED       PIC 9(09)V9(02).                         00742401
           10 MB-FACTOR        PIC 9(01)V9(06).                         00742402
           10 MB-EMP-CT        PIC 9(05).                               00742403
           10 MB-HELD-CT       PIC 9(05).                               00742404
         05 WS-MB-HIT          PIC 9(03).                               00742405
         05 WS-MB-LOOK-DEPT    PIC X(04).                               00742406
         05 WS-MB-LOOK-GROUP   PIC X(02).                               00742407
         05 WS-MB-PASS-SW      PIC X(01) VALUE SPACE.                   00742408
           88 WS-MB-LIVE       VALUE SPACE.                             00742409
           88 WS-MB-COSTING    VALUE 'C'.                               00742410
           88 WS-MB-CATCHUP    VALUE 'A'.                               00742411
         05 WS-MB-STOP-ID      PIC X(05).                               00742412
         05 WS-MB-PCT          PIC 9(01)V9(02).                         00742413
         05 WS-MB-SAL-MIN      PIC 9(07)V9(02).                         00742414
         05 WS-MB-SAL-MAX      PIC 9(07)V9(02).                         00742415
         05 WS-MB-RAISE        PIC S9(07)V9(02).                        00742416
         05 WS-MB-OVER-CT      PIC 9(03) VALUE ZEROES.                  00742417
         05 WS-MB-SCALED-CT    PIC 9(06) VALUE ZEROES.                  00742418
         05 WS-MB-HELD-CT      PIC 9(06) VALUE ZEROES.                  00742419
         05 WS-MB-DIFF         PIC S9(10)V9(02).                        00742420
         05 WS-MB-ACT-TX       PIC X(16).                               00742421
      *-----------------------------------------------------------------00742377
      *    SIMULATION STATE - THE PROPOSED RATES DEFAULT TO THE     *   00742378
      *    CURRENT ONES SO A SIMRATE DECK THAT ONLY CARRIES ONE     *   00742379
           10 WS-NEW-EMPDEPT     PIC X(04).                             00750153
           10 WS-NEW-EMPGROUP    PIC X(02).                             00750154
           10 WS-NEW-PRORATE     PIC 9(01)V9(02).                       00750155
       COPY DLCHAIN.                                                    00750156
       LINKAGE SECTION.                                                 00750140
      *-----------------------------------------------------------------00750150
      *    PARM CARD: '&RUNDATE' OPTIONALLY FOLLOWED BY A RUN MODE  *   00750160
           END-EVALUATE                                                 00849240
           PERFORM 1190-DEPTREF-LOAD-PARA                               00849239
              THRU 1190-DEPTREF-LOAD-PARA-EXIT                          00849240
           PERFORM 1300-MBUD-LOAD-PARA                                  00849241
              THRU 1300-MBUD-LOAD-PARA-EXIT                             00849242
           IF WS-SIM-MODE                                               00849241
             PERFORM 1180-SIMRATE-LOAD-PARA                             00849242
                THRU 1180-SIMRATE-LOAD-PARA-EXIT                        00849243
             EVALUATE TRUE                                              00891440
             WHEN TI002-RATING-CODE = 'P'                               00891540
               MOVE TI002-RAISE-PCT TO WS-P-RAISE-PCT                   00891640
               IF TI002-MIN-GAP IS NUMERIC                              00891641
                 MOVE TI002-MIN-GAP TO WS-P-MIN-GAP                     00891642
               END-IF                                                   00891643
               IF TI002-SAL-MIN IS NUMERIC AND                          00891650
                  TI002-SAL-MAX IS NUMERIC                              00891651
                 MOVE TI002-SAL-MIN TO WS-P-SAL-MIN                     00891652
               END-IF                                                   00891654
             WHEN TI002-RATING-CODE = 'R'                               00891740
               MOVE TI002-RAISE-PCT TO WS-R-RAISE-PCT                   00891840
               IF TI002-MIN-GAP IS NUMERIC                              00891841
                 MOVE TI002-MIN-GAP TO WS-R-MIN-GAP                     00891842
               END-IF                                                   00891843
               IF TI002-SAL-MIN IS NUMERIC AND                          00891850
                  TI002-SAL-MAX IS NUMERIC                              00891851
                 MOVE TI002-SAL-MIN TO WS-R-SAL-MIN                     00891852
       1197-DEPT-SCAN-PARA-EXIT.                                        00893289
           EXIT                                                         00893290
           .                                                            00893291
      *-----------------------------------------------------------------00893292
      *    MERIT BUDGET DECK.  A LATER CARD FOR THE SAME DEPARTMENT     00893293
      *    AND GROUP REPLACES THE EARLIER ONE.  NO DECK, OR AN EMPTY    00893294
      *    ONE, LEAVES EVERY DEPARTMENT UNLIMITED AS BEFORE.            00893295
      *-----------------------------------------------------------------00893296
       1300-MBUD-LOAD-PARA.                                             00893297
           OPEN INPUT MBC-PS                                            00893298
           EVALUATE TRUE                                                00893299
           WHEN C05-MBC-SUCCESS                                         00893300
             PERFORM 1310-MBUD-READ-PARA                                00893301
                THRU 1310-MBUD-READ-PARA-EXIT                           00893302
                UNTIL C05-MBC-EOF                                       00893303
             CLOSE MBC-PS                                               00893304
             DISPLAY 'MERIT BUDGET POOLS: ' WS-MB-CT                    00893305
           WHEN OTHER                                                   00893306
             DISPLAY 'MBUDCTL NOT AVAILABLE - NO MERIT BUDGET LIMITS'   00893307
           END-EVALUATE                                                 00893308
           .                                                            00893309
       1300-MBUD-LOAD-PARA-EXIT.                                        00893310
           EXIT                                                         00893311
           .                                                            00893312
       1310-MBUD-READ-PARA.                                             00893313
           READ MBC-PS                                                  00893314
           EVALUATE TRUE                                                00893315
           WHEN C05-MBC-SUCCESS                                         00893316
             EVALUATE TRUE                                              00893317
             WHEN MBC-DEPT NOT > SPACES                                 00893318
               CONTINUE                                                 00893319
             WHEN MBC-BUDGET IS NOT NUMERIC                             00893320
               DISPLAY 'MBUDCTL BUDGET NOT NUMERIC - CARD IGNORED: '    00893321
                       MBC-DEPT ' ' MBC-GROUP                           00893322
             WHEN MBC-ACTION NOT = 'S' AND MBC-ACTION NOT = 'H' AND     00893323
                  MBC-ACTION NOT = SPACE                                00893324
               DISPLAY 'MBUDCTL ACTION NOT S OR H - CARD IGNORED: '     00893325
                       MBC-DEPT ' ' MBC-GROUP                           00893326
             WHEN OTHER                                                 00893327
               PERFORM 1320-MBUD-SET-PARA                               00893328
                  THRU 1320-MBUD-SET-PARA-EXIT                          00893329
             END-EVALUATE                                               00893330
           WHEN C05-MBC-EOF                                             00893331
             CONTINUE                                                   00893332
           WHEN OTHER                                                   00893333
             DISPLAY 'MBC-PS READ FAILED ' WS-FST-MBC                   00893334
             MOVE 0008 TO RETURN-CODE                                   00893335
             MOVE 10 TO WS-FST-MBC                                      00893336
           END-EVALUATE                                                 00893337
           .                                                            00893338
       1310-MBUD-READ-PARA-EXIT.                                        00893339
           EXIT                                                         00893340
           .                                                            00893341
       1320-MBUD-SET-PARA.                                              00893342
           MOVE MBC-DEPT  TO WS-MB-LOOK-DEPT                            00893343
           MOVE MBC-GROUP TO WS-MB-LOOK-GROUP                           00893344
           MOVE ZEROES TO WS-MB-HIT                                     00893345
           PERFORM 3175-MBUD-SCAN-PARA                                  00893346
              THRU 3175-MBUD-SCAN-PARA-EXIT                             00893347
              VARYING MB-IDX FROM 1 BY 1                                00893348
              UNTIL MB-IDX > WS-MB-CT OR WS-MB-HIT > 0                  00893349
           IF WS-MB-HIT = 0                                             00893350
             IF WS-MB-CT NOT < 200                                      00893351
               DISPLAY 'MERIT BUDGET TABLE FULL - CARD IGNORED: '       00893352
                       MBC-DEPT ' ' MBC-GROUP                           00893353
               GO TO 1320-MBUD-SET-PARA-EXIT                            00893354
             END-IF                                                     00893355
             ADD 1 TO WS-MB-CT                                          00893356
             MOVE WS-MB-CT TO WS-MB-HIT                                 00893357
           END-IF                                                       00893358
           MOVE MBC-DEPT   TO MB-DEPT(WS-MB-HIT)                        00893359
           MOVE MBC-GROUP  TO MB-GROUP(WS-MB-HIT)                       00893360
           MOVE MBC-ACTION TO MB-ACTION(WS-MB-HIT)                      00893361
           IF MBC-ACTION = SPACE                                        00893362
             MOVE 'S' TO MB-ACTION(WS-MB-HIT)                           00893363
           END-IF                                                       00893364
           MOVE MBC-BUDGET TO MB-BUDGET(WS-MB-HIT)                      00893365
           MOVE 'U'        TO MB-STATUS(WS-MB-HIT)                      00893366
           MOVE 1          TO MB-FACTOR(WS-MB-HIT)                      00893367
           MOVE ZEROES     TO MB-REQUESTED(WS-MB-HIT)                   00893368
                              MB-APPLIED(WS-MB-HIT)                     00893369
                              MB-EMP-CT(WS-MB-HIT)                      00893370
                              MB-HELD-CT(WS-MB-HIT)                     00893371
           .                                                            00893372
       1320-MBUD-SET-PARA-EXIT.                                         00893373
           EXIT                                                         00893374
           .                                                            00893375
       1200-RESTART-CHECK-PARA.                                         00893240
           OPEN INPUT CHKPT-PS                                          00893340
           EVALUATE TRUE                                                00893440
       3000-PROC-PARA.                                                  00900002
           PERFORM 3100-OPEN-PARA                                       00910002
              THRU 3100-OPEN-PARA-EXIT                                  00920002
           PERFORM 3170-MBUD-PREPASS-PARA                               00920003
              THRU 3170-MBUD-PREPASS-PARA-EXIT                          00920004
           PERFORM 3150-HEADER-WRITE-PARA                               00921040
              THRU 3150-HEADER-WRITE-PARA-EXIT                          00922040
           IF WS-IS-RESTART                                             00922140
           ELSE                                                         00953340
             PERFORM 3280-TRAILER-PARA                                  00954040
                THRU 3280-TRAILER-PARA-EXIT                             00954140
             PERFORM 3290-MBUD-WRITE-PARA                               00954141
                THRU 3290-MBUD-WRITE-PARA-EXIT                          00954142
           END-IF                                                       00954240
           PERFORM 3300-CLOSE-PARA                                      00960002
              THRU 3300-CLOSE-PARA-EXIT                                 00970002
           EVALUATE TRUE                                                01160996
           WHEN C05-TO007-SUCCESS                                       01160997
             DISPLAY 'TO007-PS OPENED'                                  01160998
             SET WS-HIST-OK TO TRUE                                     01160999
           WHEN OTHER                                                   01160999
             DISPLAY 'TO007-PS OPEN FAILED ' WS-FST-TO007               01161000
             MOVE 0008 TO RETURN-CODE                                   01161000
           EXIT                                                         01180002
           .                                                            01190002
       3110-SIM-OPEN-PARA.                                              01190102
      *    THE SALARY HISTORY IS ONLY READ HERE, FOR THE LAST RAISE     01190103
      *    DATE, SO THE PROPOSED DECK IS PRICED ON WHO IS DUE.          01190104
           OPEN INPUT TO007-PS                                          01190105
           IF C05-TO007-SUCCESS                                         01190106
             SET WS-HIST-OK TO TRUE                                     01190107
           ELSE                                                         01190108
             DISPLAY 'OUTEMPHK NOT AVAILABLE - NO LAST-RAISE GAP '      01190109
                     'APPLIED ' WS-FST-TO007                            01190110
           END-IF                                                       01190111
           OPEN OUTPUT SIMRPT-PS                                        01190202
           EVALUATE TRUE                                                01190302
           WHEN C05-SIMRPT-SUCCESS                                      01190402
       3300-CLOSE-PARA.                                                 01200002
           IF WS-SIM-MODE                                               01200102
             CLOSE TI001-PS SIMRPT-PS                                   01200202
             IF WS-HIST-OK                                              01200203
               CLOSE TO007-PS                                           01200204
             END-IF                                                     01200205
           ELSE                                                         01200302
             CLOSE TI001-PS TO001-PS TO002-PS TO003-PS TO004-PS         01210021
                   CHKPT-PS SUSP-PS TO005-PS TO007-PS                   01210122
                TI001-EMPGROUP NOT = WS-RUN-GROUP                       01301043
               ADD 1 TO WS-OTHGRP-CT                                    01301044
             ELSE                                                       01301045
      *      HOURLY STAFF HAVE NO SALARY TO REVISE OR TO PRICE A        01301046
      *      FINAL-PAY LINE FROM - THEIR PAY, LAST WEEK INCLUDED,       01301047
      *      COMES FROM THE TIME CARDS.  THEY STAY OFF THE SNAPSHOT     01301048
      *      SO THE BALANCING LEGS STILL TIE.                           01301049
             IF TI001-PAYTYPE = 'H'                                     01301050
               ADD 1 TO WS-HRLY-CT                                      01301051
             ELSE                                                       01301049
             IF TI001-EMPSTATUS = 'T'                                   01301046
               PERFORM 3217-TERM-WRITE-PARA                             01301047
                  THRU 3217-TERM-WRITE-PARA-EXIT                        01301048
                THRU 3210-VALID-PARA-EXIT                               01311002
             END-IF                                                     01311003
             END-IF                                                     01311004
             END-IF                                                     01311005
             DIVIDE WS-CUM-COUNT BY WS-CKPT-INTERVAL                    01311140
                GIVING WS-CKPT-QUOT REMAINDER WS-CKPT-REM               01311240
             IF WS-CKPT-REM = 0 AND NOT WS-SIM-MODE                     01311340
               DISPLAY 'RAISES PRORATED: ' WS-PRORATE-CT               01330148
               DISPLAY 'TERMINATED EMPLOYEES TO FINAL PAY: '            01330149
                       WS-TERM-CT                                       01330150
               DISPLAY 'HOURLY EMPLOYEES NOT REVISED: ' WS-HRLY-CT      01330151
               DISPLAY 'RAISES DEFERRED - NOT DUE: ' WS-DEFER-CT        01330152
               DISPLAY '  NOT REVIEW MONTH: ' WS-DEFER-RVMO-CT          01330153
               DISPLAY '  LAST RAISE TOO RECENT: ' WS-DEFER-GAP-CT      01330154
               IF WS-RUN-GROUP > SPACES                                 01330151
                 DISPLAY 'OTHER-GROUP EMPLOYEES SKIPPED: '              01330152
                         WS-OTHGRP-CT                                   01330153
           .                                                            01572441
       3220-DAPR-PARA.                                                  01571040
           ADD 1 TO WS-COUNTER                                          01571050
           PERFORM 3222-ELIG-PARA                                       01571051
              THRU 3222-ELIG-PARA-EXIT                                  01571052
           IF WS-SIM-MODE                                               01571052
             PERFORM 3240-SIM-TALLY-PARA                                01571054
                THRU 3240-SIM-TALLY-PARA-EXIT                           01571056
           MOVE TI001-EMPRATING TO WS-NEW-EMPRATING                     01571100
           MOVE TI001-EMPDEPT TO WS-NEW-EMPDEPT                         01571105
           MOVE TI001-EMPGROUP TO WS-NEW-EMPGROUP                       01571106
           IF WS-ELG-DEFER                                              01571107
             PERFORM 3228-DEFER-PARA                                    01571108
                THRU 3228-DEFER-PARA-EXIT                               01571109
             GO TO 3220-DAPR-PARA-EXIT                                  01571110
           END-IF                                                       01571111
           EVALUATE TRUE                                                01571110
           WHEN TI001-EMPRATING = 'P'                                   01571300
             COMPUTE WS-NEW-NEMPSALARY =                                01571310
               PERFORM 3230-BAND-REJECT-PARA                            01571350
                  THRU 3230-BAND-REJECT-PARA-EXIT                       01571360
             ELSE                                                       01571370
               PERFORM 3235-MBUD-APPLY-PARA                             01571371
                  THRU 3235-MBUD-APPLY-PARA-EXIT                        01571372
               PERFORM 3260-PWRITE-PARA                                 01571380
                  THRU 3260-PWRITE-PARA-EXIT                            01571390
             END-IF                                                     01571400
               PERFORM 3230-BAND-REJECT-PARA                            01571460
                  THRU 3230-BAND-REJECT-PARA-EXIT                       01571470
             ELSE                                                       01571480
               PERFORM 3235-MBUD-APPLY-PARA                             01571481
                  THRU 3235-MBUD-APPLY-PARA-EXIT                        01571482
               PERFORM 3270-RWRITE-PARA                                 01571490
                  THRU 3270-RWRITE-PARA-EXIT                            01571500
             END-IF                                                     01571510
       3220-DAPR-PARA-EXIT.                                             01582640
           EXIT                                                         01582725
           .                                                            01582825
      *---------------------------------------------------------------- 01582826
      *    RAISE ELIGIBILITY - IS THE EMPLOYEE DUE A RAISE TONIGHT?   * 01582827
      *    NOT DUE OUTSIDE THE REVIEW MONTH (THE MASTER'S, ELSE THE   * 01582828
      *    HIRE ANNIVERSARY MONTH; NEITHER KNOWN MEANS EVERY MONTH),  * 01582829
      *    NOR WHEN THE LAST REVISION ON THE KEYED SALARY HISTORY IS  * 01582830
      *    LESS THAN THE RATING'S MINIMUM GAP IN MONTHS AGO.  FOR AN  * 01582831
      *    EMPLOYEE NOT DUE, WS-ELG-NEXT IS THE FIRST REVIEW MONTH    * 01582832
      *    THAT CLEARS THE GAP.                                       * 01582833
      *---------------------------------------------------------------- 01582834
       3222-ELIG-PARA.                                                  01582835
           MOVE 'Y'    TO WS-ELG-SW                                     01582836
           MOVE SPACES TO WS-ELG-CD WS-ELG-NEXT                         01582837
           MOVE ZEROES TO WS-ELG-REV-MO WS-ELG-LAST-YM                  01582838
           COMPUTE WS-ELG-RUN-YM =                                      01582839
                   WS-RUN-YEAR * 12 + WS-RUN-MONTH - 1                  01582840
           EVALUATE TRUE                                                01582841
           WHEN TI001-REVMONTH IS NUMERIC                               01582842
             MOVE TI001-REVMONTH TO WS-ELG-REV-MO                       01582843
           WHEN TI001-HIREDATE(5:1) = '-'                               01582844
             IF TI001-HIREDATE(6:2) IS NUMERIC                          01582845
               MOVE TI001-HIREDATE(6:2) TO WS-ELG-REV-MO                01582846
             END-IF                                                     01582847
           WHEN OTHER                                                   01582848
             IF TI001-HIREDATE(5:2) IS NUMERIC                          01582849
               MOVE TI001-HIREDATE(5:2) TO WS-ELG-REV-MO                01582850
             END-IF                                                     01582851
           END-EVALUATE                                                 01582852
           IF WS-ELG-REV-MO > 12                                        01582853
             MOVE ZEROES TO WS-ELG-REV-MO                               01582854
           END-IF                                                       01582855
           IF TI001-EMPRATING = 'R'                                     01582856
             MOVE WS-R-MIN-GAP TO WS-ELG-GAP                            01582857
           ELSE                                                         01582858
             MOVE WS-P-MIN-GAP TO WS-ELG-GAP                            01582859
           END-IF                                                       01582860
           PERFORM 3223-LAST-RAISE-PARA                                 01582861
              THRU 3223-LAST-RAISE-PARA-EXIT                            01582862
           EVALUATE TRUE                                                01582863
           WHEN WS-ELG-REV-MO > 0 AND WS-ELG-REV-MO NOT = WS-RUN-MONTH  01582864
             MOVE 'D'    TO WS-ELG-SW                                   01582865
             MOVE 'RVMO' TO WS-ELG-CD                                   01582866
           WHEN WS-ELG-LAST-YM > 0 AND                                  01582867
                WS-ELG-RUN-YM - WS-ELG-LAST-YM < WS-ELG-GAP             01582868
             MOVE 'D'    TO WS-ELG-SW                                   01582869
             MOVE 'GAP ' TO WS-ELG-CD                                   01582870
           WHEN OTHER                                                   01582871
             GO TO 3222-ELIG-PARA-EXIT                                  01582872
           END-EVALUATE                                                 01582873
           COMPUTE WS-ELG-DUE-YM = WS-ELG-RUN-YM + 1                    01582874
           IF WS-ELG-LAST-YM > 0 AND                                    01582875
              WS-ELG-LAST-YM + WS-ELG-GAP > WS-ELG-DUE-YM               01582876
             COMPUTE WS-ELG-DUE-YM = WS-ELG-LAST-YM + WS-ELG-GAP        01582877
           END-IF                                                       01582878
           IF WS-ELG-REV-MO > 0                                         01582879
             DIVIDE WS-ELG-DUE-YM BY 12                                 01582880
                GIVING WS-ELG-QUOT REMAINDER WS-ELG-REM                 01582881
             COMPUTE WS-ELG-ADD = WS-ELG-REV-MO - 1 - WS-ELG-REM        01582882
             IF WS-ELG-ADD < 0                                          01582883
               ADD 12 TO WS-ELG-ADD                                     01582884
             END-IF                                                     01582885
             ADD WS-ELG-ADD TO WS-ELG-DUE-YM                            01582886
           END-IF                                                       01582887
           DIVIDE WS-ELG-DUE-YM BY 12                                   01582888
              GIVING WS-ELG-QUOT REMAINDER WS-ELG-REM                   01582889
           MOVE WS-ELG-QUOT TO WS-ELG-YEAR                              01582890
           COMPUTE WS-ELG-MONTH = WS-ELG-REM + 1                        01582891
           STRING WS-ELG-YEAR '-' WS-ELG-MONTH DELIMITED BY SIZE        01582892
                  INTO WS-ELG-NEXT                                      01582893
           END-STRING                                                   01582894
           .                                                            01582895
       3222-ELIG-PARA-EXIT.                                             01582896
           EXIT                                                         01582897
           .                                                            01582898
      *---------------------------------------------------------------- 01582899
      *    LAST REVISION - BROWSE THE EMPLOYEE'S KEYED SALARY         * 01582900
      *    HISTORY IN DATE ORDER AND KEEP THE LATEST RUN BEFORE       * 01582901
      *    TONIGHT (A RESTART'S OWN RECORDS DO NOT COUNT).  NO        * 01582902
      *    HISTORY, OR NONE AVAILABLE, LEAVES WS-ELG-LAST-YM ZERO     * 01582903
      *    AND THE GAP RULE DOES NOT APPLY.                           * 01582904
      *---------------------------------------------------------------- 01582905
       3223-LAST-RAISE-PARA.                                            01582906
           IF NOT WS-HIST-OK                                            01582907
             GO TO 3223-LAST-RAISE-PARA-EXIT                            01582908
           END-IF                                                       01582909
           MOVE SPACES        TO WS-ELG-LAST-DATE                       01582910
           MOVE 'C'           TO WS-ELG-HK-ID(1:1)                      01582911
           MOVE TI001-EMPID   TO WS-ELG-HK-ID(2:5)                      01582912
           MOVE WS-ELG-HK-ID  TO DL-EMPHK-NEMPID                        01582913
           MOVE LOW-VALUES    TO DL-EMPHK-RUN-DATE                      01582914
           START TO007-PS KEY IS NOT LESS THAN DL-EMPHK-KEY             01582915
           IF NOT C05-TO007-SUCCESS                                     01582916
             GO TO 3223-LAST-RAISE-PARA-EXIT                            01582917
           END-IF                                                       01582918
           MOVE 'N' TO WS-ELG-HK-END-SW                                 01582919
           PERFORM 3224-HIST-READ-PARA                                  01582920
              THRU 3224-HIST-READ-PARA-EXIT                             01582921
              UNTIL WS-ELG-HK-END                                       01582922
           IF WS-ELG-LAST-DATE = SPACES                                 01582923
             GO TO 3223-LAST-RAISE-PARA-EXIT                            01582924
           END-IF                                                       01582925
           IF WS-ELG-LAST-DATE(5:1) = '-'                               01582926
             MOVE WS-ELG-LAST-DATE(1:4) TO WS-ELG-YEAR                  01582927
             MOVE WS-ELG-LAST-DATE(6:2) TO WS-ELG-MONTH                 01582928
           ELSE                                                         01582929
             MOVE WS-ELG-LAST-DATE(1:4) TO WS-ELG-YEAR                  01582930
             MOVE WS-ELG-LAST-DATE(5:2) TO WS-ELG-MONTH                 01582931
           END-IF                                                       01582932
           COMPUTE WS-ELG-LAST-YM =                                     01582933
                   WS-ELG-YEAR * 12 + WS-ELG-MONTH - 1                  01582934
           .                                                            01582935
       3223-LAST-RAISE-PARA-EXIT.                                       01582936
           EXIT                                                         01582937
           .                                                            01582938
       3224-HIST-READ-PARA.                                             01582939
           READ TO007-PS NEXT RECORD                                    01582940
           IF NOT C05-TO007-SUCCESS OR                                  01582941
              DL-EMPHK-NEMPID NOT = WS-ELG-HK-ID OR                     01582942
              DL-EMPHK-RUN-DATE NOT < WS-RUN-DATE                       01582943
             MOVE 'Y' TO WS-ELG-HK-END-SW                               01582944
             GO TO 3224-HIST-READ-PARA-EXIT                             01582945
           END-IF                                                       01582946
           IF DL-EMPHK-RUN-DATE(1:4) IS NUMERIC                         01582947
             MOVE DL-EMPHK-RUN-DATE TO WS-ELG-LAST-DATE                 01582948
           END-IF                                                       01582949
           .                                                            01582950
       3224-HIST-READ-PARA-EXIT.                                        01582951
           EXIT                                                         01582952
           .                                                            01582953
      *---------------------------------------------------------------- 01582954
      *    NOT DUE - THE EMPLOYEE GOES TO TO001 AND THE RATING'S      * 01582955
      *    DETAIL FILE AT THE CURRENT SALARY, CARRYING THE REASON AND * 01582956
      *    NEXT DUE MONTH, AND NO REVISION IS ADDED TO THE HISTORY.   * 01582957
      *---------------------------------------------------------------- 01582958
       3228-DEFER-PARA.                                                 01582959
           ADD 1 TO WS-DEFER-CT                                         01582960
           IF WS-ELG-CD = 'RVMO'                                        01582961
             ADD 1 TO WS-DEFER-RVMO-CT                                  01582962
           ELSE                                                         01582963
             ADD 1 TO WS-DEFER-GAP-CT                                   01582964
           END-IF                                                       01582965
           MOVE TI001-EMPSALARY TO WS-NEW-NEMPSALARY                    01582966
           MOVE 1.00            TO WS-NEW-PRORATE                       01582967
           IF TI001-EMPRATING = 'P'                                     01582968
             PERFORM 3260-PWRITE-PARA                                   01582969
                THRU 3260-PWRITE-PARA-EXIT                              01582970
           ELSE                                                         01582971
             PERFORM 3270-RWRITE-PARA                                   01582972
                THRU 3270-RWRITE-PARA-EXIT                              01582973
           END-IF                                                       01582974
           .                                                            01582975
       3228-DEFER-PARA-EXIT.                                            01582976
           EXIT                                                         01582977
           .                                                            01582978
      *---------------------------------------------------------------- 01582830
      *    FIRST-CYCLE PRORATION - AN EMPLOYEE HIRED MID-CYCLE GETS   * 01582831
      *    ONLY THE RAISE PORTION EARNED BY DAYS IN SERVICE (30/360   * 01582832
               TI001-EMPSALARY +                                        01582872
               (WS-NEW-NEMPSALARY - TI001-EMPSALARY)                    01582873
               * WS-NEW-PRORATE                                         01582874
           IF WS-MB-LIVE                                                01582875
             ADD 1 TO WS-PRORATE-CT                                     01582876
             DISPLAY TI001-EMPID ' RAISE PRORATED - FACTOR '            01582877
                     WS-NEW-PRORATE                                     01582878
           END-IF                                                       01582879
           .                                                            01582878
       3225-PRORATE-PARA-EXIT.                                          01582879
           EXIT                                                         01582880
           EXIT                                                         01583300
           .                                                            01583310
      *---------------------------------------------------------------- 01583320
      *    MERIT BUDGET - AN EMPLOYEE IN AN OVERRUN POOL GETS THE     * 01583321
      *    POOL'S SHARE OF THE RAISE (TRUNCATED TO THE CENT, SO THE   * 01583322
      *    POOL NEVER ENDS OVER BUDGET) OR, IN A HOLD POOL, STAYS AT  * 01583323
      *    THE CURRENT SALARY WITH THE HELD RAISE ON SUSPENSE FOR     * 01583324
      *    COMPENSATION TO APPROVE THROUGH AN EMPTRN SALARY CHANGE.   * 01583325
      *    EITHER WAY THE EMPLOYEE IS STILL WRITTEN AND PAID.         * 01583326
      *---------------------------------------------------------------- 01583327
       3235-MBUD-APPLY-PARA.                                            01583328
           IF WS-MB-CT = 0                                              01583329
             GO TO 3235-MBUD-APPLY-PARA-EXIT                            01583330
           END-IF                                                       01583331
           IF WS-MB-LIVE                                                01583332
             PERFORM 3174-MBUD-FIND-PARA                                01583333
                THRU 3174-MBUD-FIND-PARA-EXIT                           01583334
           END-IF                                                       01583335
           IF WS-MB-HIT = 0                                             01583336
             GO TO 3235-MBUD-APPLY-PARA-EXIT                            01583337
           END-IF                                                       01583338
           COMPUTE WS-MB-RAISE = WS-NEW-NEMPSALARY - TI001-EMPSALARY    01583339
           IF WS-MB-RAISE NOT > 0                                       01583340
             GO TO 3235-MBUD-APPLY-PARA-EXIT                            01583341
           END-IF                                                       01583342
           EVALUATE MB-STATUS(WS-MB-HIT)                                01583343
           WHEN 'H'                                                     01583344
             IF WS-MB-LIVE                                              01583345
               PERFORM 3236-MBUD-HOLD-PARA                              01583346
                  THRU 3236-MBUD-HOLD-PARA-EXIT                         01583347
             END-IF                                                     01583348
             ADD 1 TO MB-HELD-CT(WS-MB-HIT)                             01583349
             MOVE ZEROES TO WS-MB-RAISE                                 01583350
             MOVE TI001-EMPSALARY TO WS-NEW-NEMPSALARY                  01583351
           WHEN 'S'                                                     01583352
             IF WS-MB-LIVE                                              01583353
               ADD 1 TO WS-MB-SCALED-CT                                 01583354
             END-IF                                                     01583355
             COMPUTE WS-MB-RAISE =                                      01583356
                     WS-MB-RAISE * MB-FACTOR(WS-MB-HIT)                 01583357
             COMPUTE WS-NEW-NEMPSALARY =                                01583358
                     TI001-EMPSALARY + WS-MB-RAISE                      01583359
           WHEN OTHER                                                   01583360
             CONTINUE                                                   01583361
           END-EVALUATE                                                 01583362
           ADD WS-MB-RAISE TO MB-APPLIED(WS-MB-HIT)                     01583363
           .                                                            01583364
       3235-MBUD-APPLY-PARA-EXIT.                                       01583365
           EXIT                                                         01583366
           .                                                            01583367
       3236-MBUD-HOLD-PARA.                                             01583368
           ADD 1 TO WS-MB-HELD-CT                                       01583369
           DISPLAY TI001-EMPID ' RAISE HELD - DEPT ' TI001-EMPDEPT      01583370
                   ' OVER MERIT BUDGET - PRICED AT ' WS-NEW-NEMPSALARY  01583371
           MOVE SPACES          TO DL-SUSP-REC                          01583372
           MOVE 'PGM'           TO DL-SUSP-PGM                          01583373
           MOVE TI001-EMPID     TO DL-SUSP-KEY                          01583374
           MOVE 'MBHD'          TO DL-SUSP-REASON-CD                    01583375
           MOVE 'RAISE HELD - MERIT BUDGET' TO DL-SUSP-REASON-TX        01583376
           ACCEPT DL-SUSP-TIMESTAMP(1:8)  FROM DATE YYYYMMDD            01583377
           ACCEPT DL-SUSP-TIMESTAMP(9:6)  FROM TIME                     01583378
           WRITE DL-SUSP-REC                                            01583379
           .                                                            01583380
       3236-MBUD-HOLD-PARA-EXIT.                                        01583381
           EXIT                                                         01583382
           .                                                            01583383
      *---------------------------------------------------------------- 01583384
      *    SIMULATE TALLY - PRICE THE EMPLOYEE UNDER BOTH THE         * 01583321
      *    CURRENT AND THE PROPOSED RATE AND ACCUMULATE THE           * 01583322
      *    COMPARISON BY RATING AND BY DEPARTMENT.  NOTHING IS        * 01583323
      *---------------------------------------------------------------- 01583325
       3240-SIM-TALLY-PARA.                                             01583326
           EVALUATE TRUE                                                01583327
           WHEN WS-ELG-DEFER                                            01583328
             MOVE TI001-EMPSALARY TO WS-SIM-CUR-SAL WS-SIM-PRO-SAL      01583329
             IF TI001-EMPRATING = 'P'                                   01583330
               ADD 1 TO WS-SIM-P-CT                                     01583331
               ADD WS-SIM-CUR-SAL TO WS-SIM-P-CUR-SUM                   01583332
               ADD WS-SIM-PRO-SAL TO WS-SIM-P-PRO-SUM                   01583333
             ELSE                                                       01583334
               ADD 1 TO WS-SIM-R-CT                                     01583335
               ADD WS-SIM-CUR-SAL TO WS-SIM-R-CUR-SUM                   01583336
               ADD WS-SIM-PRO-SAL TO WS-SIM-R-PRO-SUM                   01583337
             END-IF                                                     01583338
           WHEN TI001-EMPRATING = 'P'                                   01583328
             COMPUTE WS-SIM-CUR-SAL =                                   01583329
               WS-P-RAISE-PCT * TI001-EMPSALARY                         01583330
               GIVING WS-SIM-L-PRO                                      01583440
           PERFORM 3287-SIM-LINE-PARA                                   01583441
              THRU 3287-SIM-LINE-PARA-EXIT                              01583442
           IF WS-MB-CT > 0                                              01583443
             PERFORM 3288-SIM-MBUD-PARA                                 01583444
                THRU 3288-SIM-MBUD-PARA-EXIT                            01583445
           END-IF                                                       01583446
           .                                                            01583443
       3285-SIM-REPORT-PARA-EXIT.                                       01583444
           EXIT                                                         01583445
       3287-SIM-LINE-PARA-EXIT.                                         01583480
           EXIT                                                         01583481
           .                                                            01583482
      *---------------------------------------------------------------- 01583483
      *    MERIT BUDGET UNDER THE PROPOSED RATES - EACH POOL'S        * 01583484
      *    BUDGET AGAINST THE RAISES THE PROPOSED DECK WOULD COST,    * 01583485
      *    AND WHAT A PRODUCTION RUN WOULD DO WITH AN OVERRUN.        * 01583486
      *---------------------------------------------------------------- 01583487
       3288-SIM-MBUD-PARA.                                              01583488
           MOVE SPACES TO SIMRPT-REC                                    01583489
           WRITE SIMRPT-REC                                             01583490
           MOVE SPACES TO SIMRPT-REC                                    01583491
           MOVE 'MERIT BUDGET UNDER PROPOSED RATES' TO SIMRPT-REC       01583492
           WRITE SIMRPT-REC                                             01583493
           MOVE SPACES TO SIMRPT-REC                                    01583494
           STRING 'POOL          HEADCOUNT              BUDGET   '      01583495
                  '   PROPOSED RAISES       OVER / UNDER'               01583496
                  DELIMITED BY SIZE                                     01583497
                  INTO SIMRPT-REC                                       01583498
           END-STRING                                                   01583499
           WRITE SIMRPT-REC                                             01583500
           PERFORM 3289-SIM-MBUD-LINE-PARA                              01583501
              THRU 3289-SIM-MBUD-LINE-PARA-EXIT                         01583502
              VARYING MB-IDX FROM 1 BY 1                                01583503
              UNTIL MB-IDX > WS-MB-CT                                   01583504
           DISPLAY 'POOLS OVER BUDGET UNDER PROPOSED RATES: '           01583505
                   WS-MB-OVER-CT                                        01583506
           .                                                            01583507
       3288-SIM-MBUD-PARA-EXIT.                                         01583508
           EXIT                                                         01583509
           .                                                            01583510
       3289-SIM-MBUD-LINE-PARA.                                         01583511
           MOVE SPACES TO WS-SIM-L-LABEL                                01583512
           STRING 'DEPT ' DELIMITED BY SIZE                             01583513
                  MB-DEPT(MB-IDX) DELIMITED BY SIZE                     01583514
                  ' ' DELIMITED BY SIZE                                 01583515
                  MB-GROUP(MB-IDX) DELIMITED BY SIZE                    01583516
                  INTO WS-SIM-L-LABEL                                   01583517
           END-STRING                                                   01583518
           COMPUTE WS-MB-DIFF =                                         01583519
                   MB-REQUESTED(MB-IDX) - MB-BUDGET(MB-IDX)             01583520
           MOVE MB-EMP-CT(MB-IDX)    TO WS-SIM-CT-ED                    01583521
           MOVE MB-BUDGET(MB-IDX)    TO WS-SIM-CUR-ED                   01583522
           MOVE MB-REQUESTED(MB-IDX) TO WS-SIM-PRO-ED                   01583523
           MOVE WS-MB-DIFF           TO WS-SIM-DLT-ED                   01583524
           EVALUATE MB-STATUS(MB-IDX)                                   01583525
           WHEN 'S'                                                     01583526
             MOVE 'OVER - WOULD SCALE' TO WS-MB-ACT-TX                  01583527
           WHEN 'H'                                                     01583528
             MOVE 'OVER - WOULD HOLD'  TO WS-MB-ACT-TX                  01583529
           WHEN OTHER                                                   01583530
             MOVE 'WITHIN BUDGET'      TO WS-MB-ACT-TX                  01583531
           END-EVALUATE                                                 01583532
           MOVE SPACES TO SIMRPT-REC                                    01583533
           MOVE WS-SIM-L-LABEL TO SIMRPT-REC(1:12)                      01583534
           MOVE WS-SIM-CT-ED   TO SIMRPT-REC(17:6)                      01583535
           MOVE WS-SIM-CUR-ED  TO SIMRPT-REC(28:16)                     01583536
           MOVE WS-SIM-PRO-ED  TO SIMRPT-REC(48:16)                     01583537
           MOVE WS-SIM-DLT-ED  TO SIMRPT-REC(68:17)                     01583538
           MOVE WS-MB-ACT-TX   TO SIMRPT-REC(87:16)                     01583539
           WRITE SIMRPT-REC                                             01583540
           .                                                            01583541
       3289-SIM-MBUD-LINE-PARA-EXIT.                                    01583542
           EXIT                                                         01583543
           .                                                            01583544
       3150-HEADER-WRITE-PARA.                                          01587140
           IF NOT WS-IS-RESTART AND NOT WS-SIM-MODE                     01587141
             MOVE HEADER TO TO001-PS-REC                                01587233
       3165-RANGE-START-PARA-EXIT.                                      01588171
           EXIT                                                         01588172
           .                                                            01588173
      *---------------------------------------------------------------- 01588174
      *    MERIT BUDGET PRICING PASS - READ THE WHOLE MASTER ONCE     * 01588175
      *    WITH THE SAME FILTERS AND CHECKS AS THE RAISE PASS AND     * 01588176
      *    SUM EACH POOL'S RAISE COST, THEN SET EVERY POOL'S FACTOR.  * 01588177
      *    THE EMPID RANGE IS IGNORED HERE SO THAT PARALLEL SLICES    * 01588178
      *    ALL SCALE A DEPARTMENT BY THE SAME FACTOR.  A RESTART      * 01588179
      *    ALSO RE-PRICES THE EMPLOYEES ALREADY WRITTEN SO THE        * 01588180
      *    APPLIED TOTALS PICK UP WHERE THE FAILED RUN LEFT OFF.      * 01588181
      *---------------------------------------------------------------- 01588182
       3170-MBUD-PREPASS-PARA.                                          01588183
           IF WS-MB-CT = 0                                              01588184
             GO TO 3170-MBUD-PREPASS-PARA-EXIT                          01588185
           END-IF                                                       01588186
           SET WS-MB-COSTING TO TRUE                                    01588187
           MOVE LOW-VALUES  TO TI001-EMPID                              01588188
           MOVE HIGH-VALUES TO WS-MB-STOP-ID                            01588189
           PERFORM 3171-MBUD-SWEEP-PARA                                 01588190
              THRU 3171-MBUD-SWEEP-PARA-EXIT                            01588191
           PERFORM 3176-MBUD-FACTOR-PARA                                01588192
              THRU 3176-MBUD-FACTOR-PARA-EXIT                           01588193
              VARYING MB-IDX FROM 1 BY 1                                01588194
              UNTIL MB-IDX > WS-MB-CT                                   01588195
           DISPLAY 'MERIT BUDGET POOLS OVER BUDGET: ' WS-MB-OVER-CT     01588196
           IF WS-IS-RESTART                                             01588197
             SET WS-MB-CATCHUP TO TRUE                                  01588198
             MOVE LOW-VALUES TO TI001-EMPID                             01588199
             IF WS-EMPID-FROM > SPACES                                  01588200
               MOVE WS-EMPID-FROM TO TI001-EMPID                        01588201
             END-IF                                                     01588202
             MOVE WS-CKPT-LAST-EMPID TO WS-MB-STOP-ID                   01588203
             PERFORM 3171-MBUD-SWEEP-PARA                               01588204
                THRU 3171-MBUD-SWEEP-PARA-EXIT                          01588205
           END-IF                                                       01588206
           SET WS-MB-LIVE TO TRUE                                       01588207
           MOVE LOW-VALUES TO TI001-EMPID                               01588208
           START TI001-PS KEY IS NOT LESS THAN TI001-EMPID              01588209
           IF NOT C05-TI001-SUCCESS                                     01588210
             MOVE 10 TO WS-FST-TI001                                    01588211
           END-IF                                                       01588212
           .                                                            01588213
       3170-MBUD-PREPASS-PARA-EXIT.                                     01588214
           EXIT                                                         01588215
           .                                                            01588216
       3171-MBUD-SWEEP-PARA.                                            01588217
           START TI001-PS KEY IS NOT LESS THAN TI001-EMPID              01588218
           IF NOT C05-TI001-SUCCESS                                     01588219
             GO TO 3171-MBUD-SWEEP-PARA-EXIT                            01588220
           END-IF                                                       01588221
           PERFORM 3172-MBUD-READ-PARA                                  01588222
              THRU 3172-MBUD-READ-PARA-EXIT                             01588223
              UNTIL C05-TI001-EOF                                       01588224
           .                                                            01588225
       3171-MBUD-SWEEP-PARA-EXIT.                                       01588226
           EXIT                                                         01588227
           .                                                            01588228
       3172-MBUD-READ-PARA.                                             01588229
           READ TI001-PS NEXT RECORD                                    01588230
           EVALUATE TRUE                                                01588231
           WHEN C05-TI001-SUCCESS                                       01588232
             IF TI001-EMPID > WS-MB-STOP-ID                             01588233
               MOVE 10 TO WS-FST-TI001                                  01588234
             ELSE                                                       01588235
               PERFORM 3173-MBUD-PRICE-PARA                             01588236
                  THRU 3173-MBUD-PRICE-PARA-EXIT                        01588237
             END-IF                                                     01588238
           WHEN C05-TI001-EOF                                           01588239
             CONTINUE                                                   01588240
           WHEN OTHER                                                   01588241
             DISPLAY 'TI001-PS READ FAILED IN MERIT BUDGET PASS '       01588242
                     WS-FST-TI001                                       01588243
             MOVE 0008 TO RETURN-CODE                                   01588244
             PERFORM 9000-TERM-PARA                                     01588245
           END-EVALUATE                                                 01588246
           .                                                            01588247
       3172-MBUD-READ-PARA-EXIT.                                        01588248
           EXIT                                                         01588249
           .                                                            01588250
       3173-MBUD-PRICE-PARA.                                            01588251
           IF WS-RUN-GROUP > SPACES AND                                 01588252
              TI001-EMPGROUP NOT = WS-RUN-GROUP                         01588253
             GO TO 3173-MBUD-PRICE-PARA-EXIT                            01588254
           END-IF                                                       01588255
           IF TI001-PAYTYPE = 'H' OR TI001-EMPSTATUS = 'T'              01588256
             GO TO 3173-MBUD-PRICE-PARA-EXIT                            01588257
           END-IF                                                       01588258
           PERFORM 1196-DEPT-CHECK-PARA                                 01588259
              THRU 1196-DEPT-CHECK-PARA-EXIT                            01588260
           IF TI001-EMPID NOT > SPACES OR                               01588261
              TI001-EMPFNAME IS NOT ALPHABETIC OR                       01588262
              TI001-EMPLNAME IS NOT ALPHABETIC OR                       01588263
              TI001-EMPSALARY IS NOT NUMERIC OR                         01588264
              NOT WS-DEPT-OK                                            01588265
             GO TO 3173-MBUD-PRICE-PARA-EXIT                            01588266
           END-IF                                                       01588267
      *    AN EMPLOYEE NOT DUE A RAISE COSTS THE POOL NOTHING.          01588268
           PERFORM 3222-ELIG-PARA                                       01588269
              THRU 3222-ELIG-PARA-EXIT                                  01588270
           IF WS-ELG-DEFER                                              01588271
             GO TO 3173-MBUD-PRICE-PARA-EXIT                            01588272
           END-IF                                                       01588273
           EVALUATE TI001-EMPRATING                                     01588268
           WHEN 'P'                                                     01588269
             MOVE WS-P-RAISE-PCT TO WS-MB-PCT                           01588270
             IF WS-SIM-MODE                                             01588271
               MOVE WS-SIM-P-PCT TO WS-MB-PCT                           01588272
             END-IF                                                     01588273
             MOVE WS-P-SAL-MIN TO WS-MB-SAL-MIN                         01588274
             MOVE WS-P-SAL-MAX TO WS-MB-SAL-MAX                         01588275
           WHEN 'R'                                                     01588276
             MOVE WS-R-RAISE-PCT TO WS-MB-PCT                           01588277
             IF WS-SIM-MODE                                             01588278
               MOVE WS-SIM-R-PCT TO WS-MB-PCT                           01588279
             END-IF                                                     01588280
             MOVE WS-R-SAL-MIN TO WS-MB-SAL-MIN                         01588281
             MOVE WS-R-SAL-MAX TO WS-MB-SAL-MAX                         01588282
           WHEN OTHER                                                   01588283
             GO TO 3173-MBUD-PRICE-PARA-EXIT                            01588284
           END-EVALUATE                                                 01588285
           PERFORM 3174-MBUD-FIND-PARA                                  01588286
              THRU 3174-MBUD-FIND-PARA-EXIT                             01588287
           IF WS-MB-HIT = 0                                             01588288
             GO TO 3173-MBUD-PRICE-PARA-EXIT                            01588289
           END-IF                                                       01588290
           COMPUTE WS-NEW-NEMPSALARY = WS-MB-PCT * TI001-EMPSALARY      01588291
           PERFORM 3225-PRORATE-PARA                                    01588292
              THRU 3225-PRORATE-PARA-EXIT                               01588293
      *    AN OUT-OF-BAND EMPLOYEE IS REJECTED, NOT RAISED, SO COSTS    01588294
      *    THE POOL NOTHING.                                            01588295
           IF WS-NEW-NEMPSALARY > WS-MB-SAL-MAX OR                      01588296
              WS-NEW-NEMPSALARY < WS-MB-SAL-MIN                         01588297
             GO TO 3173-MBUD-PRICE-PARA-EXIT                            01588298
           END-IF                                                       01588299
           IF WS-MB-CATCHUP                                             01588300
             PERFORM 3235-MBUD-APPLY-PARA                               01588301
                THRU 3235-MBUD-APPLY-PARA-EXIT                          01588302
           ELSE                                                         01588303
             COMPUTE WS-MB-RAISE = WS-NEW-NEMPSALARY - TI001-EMPSALARY  01588304
             IF WS-MB-RAISE > 0                                         01588305
               ADD WS-MB-RAISE TO MB-REQUESTED(WS-MB-HIT)               01588306
               ADD 1           TO MB-EMP-CT(WS-MB-HIT)                  01588307
             END-IF                                                     01588308
           END-IF                                                       01588309
           .                                                            01588310
       3173-MBUD-PRICE-PARA-EXIT.                                       01588311
           EXIT                                                         01588312
           .                                                            01588313
      *---------------------------------------------------------------- 01588314
      *    FIND THE EMPLOYEE'S POOL - THE DEPARTMENT'S CARD FOR THIS  * 01588315
      *    PAYROLL GROUP FIRST, THEN ITS CARD FOR EVERY GROUP.        * 01588316
      *    WS-MB-HIT IS ZERO WHEN THE DEPARTMENT HAS NO BUDGET.       * 01588317
      *---------------------------------------------------------------- 01588318
       3174-MBUD-FIND-PARA.                                             01588319
           MOVE ZEROES         TO WS-MB-HIT                             01588320
           MOVE TI001-EMPDEPT  TO WS-MB-LOOK-DEPT                       01588321
           MOVE TI001-EMPGROUP TO WS-MB-LOOK-GROUP                      01588322
           PERFORM 3175-MBUD-SCAN-PARA                                  01588323
              THRU 3175-MBUD-SCAN-PARA-EXIT                             01588324
              VARYING MB-IDX FROM 1 BY 1                                01588325
              UNTIL MB-IDX > WS-MB-CT OR WS-MB-HIT > 0                  01588326
           IF WS-MB-HIT = 0                                             01588327
             MOVE SPACES TO WS-MB-LOOK-GROUP                            01588328
             PERFORM 3175-MBUD-SCAN-PARA                                01588329
                THRU 3175-MBUD-SCAN-PARA-EXIT                           01588330
                VARYING MB-IDX FROM 1 BY 1                              01588331
                UNTIL MB-IDX > WS-MB-CT OR WS-MB-HIT > 0                01588332
           END-IF                                                       01588333
           .                                                            01588334
       3174-MBUD-FIND-PARA-EXIT.                                        01588335
           EXIT                                                         01588336
           .                                                            01588337
       3175-MBUD-SCAN-PARA.                                             01588338
           IF MB-DEPT(MB-IDX)  = WS-MB-LOOK-DEPT AND                    01588339
              MB-GROUP(MB-IDX) = WS-MB-LOOK-GROUP                       01588340
             SET WS-MB-HIT TO MB-IDX                                    01588341
           END-IF                                                       01588342
           .                                                            01588343
       3175-MBUD-SCAN-PARA-EXIT.                                        01588344
           EXIT                                                         01588345
           .                                                            01588346
      *---------------------------------------------------------------- 01588347
      *    POOL FACTOR - THE SHARE OF EACH PRICED RAISE THE POOL CAN  * 01588348
      *    AFFORD, TRUNCATED SO THE APPLIED TOTAL STAYS UNDER BUDGET. * 01588349
      *---------------------------------------------------------------- 01588350
       3176-MBUD-FACTOR-PARA.                                           01588351
           IF MB-REQUESTED(MB-IDX) NOT > MB-BUDGET(MB-IDX)              01588352
             MOVE 'U' TO MB-STATUS(MB-IDX)                              01588353
             MOVE 1   TO MB-FACTOR(MB-IDX)                              01588354
             GO TO 3176-MBUD-FACTOR-PARA-EXIT                           01588355
           END-IF                                                       01588356
           ADD 1 TO WS-MB-OVER-CT                                       01588357
           IF MB-ACTION(MB-IDX) = 'H'                                   01588358
             MOVE 'H'    TO MB-STATUS(MB-IDX)                           01588359
             MOVE ZEROES TO MB-FACTOR(MB-IDX)                           01588360
           ELSE                                                         01588361
             MOVE 'S'    TO MB-STATUS(MB-IDX)                           01588362
             COMPUTE MB-FACTOR(MB-IDX) =                                01588363
                     MB-BUDGET(MB-IDX) / MB-REQUESTED(MB-IDX)           01588364
           END-IF                                                       01588365
           DISPLAY 'DEPT ' MB-DEPT(MB-IDX) ' GROUP ' MB-GROUP(MB-IDX)   01588366
                   ' OVER MERIT BUDGET - REQUESTED '                    01588367
                   MB-REQUESTED(MB-IDX) ' BUDGET ' MB-BUDGET(MB-IDX)    01588368
                   ' ACTION ' MB-STATUS(MB-IDX)                         01588369
           .                                                            01588370
       3176-MBUD-FACTOR-PARA-EXIT.                                      01588371
           EXIT                                                         01588372
           .                                                            01588373
       3260-PWRITE-PARA.                                                01589243
           MOVE WS-NEW-NEMPID TO TO001-NEMPID TO002-NEMPID              01589343
           MOVE WS-NEW-EMPFNAME TO TO001-EMPFNAME TO002-EMPFNAME        01589443
           MOVE WS-NEW-EMPGROUP TO TO001-EMPGROUP                       01590071
                                   TO002-EMPGROUP                       01590072
           MOVE WS-NEW-PRORATE TO TO002-PRORATE                         01590073
           MOVE WS-ELG-CD   TO TO001-DEFER-CD TO002-DEFER-CD            01590074
           MOVE WS-ELG-NEXT TO TO001-NEXT-DUE TO002-NEXT-DUE            01590075
      *                                                                 01590143
           WRITE TO001-PS-REC                                           01590243
           WRITE TO002-PS-REC                                           01590343
           IF WS-ELG-DUE                                                01590344
             PERFORM 3268-HIST-WRITE-PARA                               01590345
                THRU 3268-HIST-WRITE-PARA-EXIT                          01590346
           END-IF                                                       01590367
           MOVE WS-NEW-NEMPID    TO DL-EMPKY-NEMPID                     01590349
           MOVE WS-NEW-EMPFNAME  TO DL-EMPKY-EMPFNAME                   01590350
       3265-EMPKY-WRITE-PARA-EXIT.                                      01590763
           EXIT                                                         01590764
           .                                                            01590765
      *-----------------------------------------------------------------01590766
      *    ONE REVISION ON BOTH SALARY HISTORIES - THE GENERATIONAL     01590767
      *    FLAT FILE AND THE KEYED CLUSTER.                             01590768
      *-----------------------------------------------------------------01590769
       3268-HIST-WRITE-PARA.                                            01590770
           MOVE WS-NEW-NEMPID    TO TO005-NEMPID                        01590771
           MOVE WS-RUN-DATE             TO TO005-RUN-DATE               01590772
           MOVE WS-NEW-EMPRATING TO TO005-EMPRATING                     01590773
           MOVE WS-NEW-NEMPSALARY TO TO005-NEMPSALARY                   01590774
           WRITE TO005-PS-REC                                           01590775
           MOVE WS-NEW-NEMPID   TO DL-EMPHK-NEMPID                      01590776
           MOVE WS-RUN-DATE     TO DL-EMPHK-RUN-DATE                    01590777
           MOVE WS-NEW-EMPRATING TO DL-EMPHK-EMPRATING                  01590778
           MOVE WS-NEW-NEMPSALARY TO DL-EMPHK-NEMPSALARY                01590779
           WRITE DL-EMPHK-REC                                           01590780
           IF NOT C05-TO007-SUCCESS                                     01590781
             REWRITE DL-EMPHK-REC                                       01590782
           END-IF                                                       01590783
           .                                                            01590784
       3268-HIST-WRITE-PARA-EXIT.                                       01590785
           EXIT                                                         01590786
           .                                                            01590787
       3270-RWRITE-PARA.                                                01590843
           MOVE WS-NEW-NEMPID TO TO001-NEMPID TO003-NEMPID              01590943
           MOVE WS-NEW-EMPFNAME TO TO001-EMPFNAME TO003-EMPFNAME        01591043
           MOVE WS-NEW-EMPGROUP TO TO001-EMPGROUP                       01591671
                                   TO003-EMPGROUP                       01591672
           MOVE WS-NEW-PRORATE TO TO003-PRORATE                         01591673
           MOVE WS-ELG-CD   TO TO001-DEFER-CD TO003-DEFER-CD            01591674
           MOVE WS-ELG-NEXT TO TO001-NEXT-DUE TO003-NEXT-DUE            01591675
      *                                                                 01591743
           WRITE TO001-PS-REC                                           01591843
           WRITE TO003-PS-REC                                           01591943
           IF WS-ELG-DUE                                                01591944
             PERFORM 3268-HIST-WRITE-PARA                               01591945
                THRU 3268-HIST-WRITE-PARA-EXIT                          01591946
           END-IF                                                       01591977
           MOVE WS-NEW-NEMPID    TO DL-EMPKY-NEMPID                     01591949
           MOVE WS-NEW-EMPFNAME  TO DL-EMPKY-EMPFNAME                   01591950
       3280-TRAILER-PARA-EXIT.                                          01593843
           EXIT                                                         01593943
           .                                                            01594043
      *---------------------------------------------------------------- 01594044
      *    MERIT BUDGET RESULT - ONE MBUDACT RECORD PER POOL FOR      * 01594045
      *    PAYSUM'S BUDGET-VERSUS-ACTUAL SECTION.  A FAILED OPEN      * 01594046
      *    LOSES ONLY THE REPORT, NOT THE RAISES, SO IT IS A WARNING. * 01594047
      *---------------------------------------------------------------- 01594048
       3290-MBUD-WRITE-PARA.                                            01594049
           IF WS-MB-CT = 0                                              01594050
             GO TO 3290-MBUD-WRITE-PARA-EXIT                            01594051
           END-IF                                                       01594052
           DISPLAY 'RAISES SCALED TO MERIT BUDGET: ' WS-MB-SCALED-CT    01594053
           DISPLAY 'RAISES HELD OVER MERIT BUDGET: ' WS-MB-HELD-CT      01594054
           OPEN OUTPUT MBA-PS                                           01594055
           IF NOT C05-MBA-SUCCESS                                       01594056
             DISPLAY 'MBA-PS OPEN FAILED ' WS-FST-MBA                   01594057
             IF RETURN-CODE < 4                                         01594058
               MOVE 0004 TO RETURN-CODE                                 01594059
             END-IF                                                     01594060
             GO TO 3290-MBUD-WRITE-PARA-EXIT                            01594061
           END-IF                                                       01594062
           PERFORM 3291-MBUD-REC-PARA                                   01594063
              THRU 3291-MBUD-REC-PARA-EXIT                              01594064
              VARYING MB-IDX FROM 1 BY 1                                01594065
              UNTIL MB-IDX > WS-MB-CT                                   01594066
           CLOSE MBA-PS                                                 01594067
           .                                                            01594068
       3290-MBUD-WRITE-PARA-EXIT.                                       01594069
           EXIT                                                         01594070
           .                                                            01594071
       3291-MBUD-REC-PARA.                                              01594072
           MOVE SPACES               TO DL-MBUD-REC                     01594073
           MOVE MB-DEPT(MB-IDX)      TO DL-MBUD-DEPT                    01594074
           MOVE MB-GROUP(MB-IDX)     TO DL-MBUD-GROUP                   01594075
           MOVE MB-ACTION(MB-IDX)    TO DL-MBUD-ACTION                  01594076
           MOVE MB-STATUS(MB-IDX)    TO DL-MBUD-STATUS                  01594077
           MOVE MB-BUDGET(MB-IDX)    TO DL-MBUD-BUDGET                  01594078
           MOVE MB-REQUESTED(MB-IDX) TO DL-MBUD-REQUESTED               01594079
           MOVE MB-APPLIED(MB-IDX)   TO DL-MBUD-APPLIED                 01594080
           MOVE MB-FACTOR(MB-IDX)    TO DL-MBUD-FACTOR                  01594081
           MOVE MB-EMP-CT(MB-IDX)    TO DL-MBUD-EMP-CT                  01594082
           MOVE MB-HELD-CT(MB-IDX)   TO DL-MBUD-HELD-CT                 01594083
           WRITE DL-MBUD-REC                                            01594084
           .                                                            01594085
       3291-MBUD-REC-PARA-EXIT.                                         01594086
           EXIT                                                         01594087
           .                                                            01594088
      *---------------------------------------------------------------- 01592704
      *    TIE TO001 COUNT BACK TO THE SUM OF TO002 (PROMOTED)         *01592705
      *    AND TO003 (RETAINED) SO A PROGRAM BUG THAT DROPS AN         *01592706
                 GIVING DL-AUDIT-WRITE-CT                               01592726
             MOVE RETURN-CODE       TO DL-AUDIT-RETURN-CD               01592727
             MOVE 'COMPLETED'       TO DL-AUDIT-STATUS-TX               01592728
             PERFORM 9100-AUDIT-CHAIN-PARA                              01592729
                THRU 9100-AUDIT-CHAIN-PARA-EXIT                         01592730
             WRITE DL-AUDIT-REC                                         01592731
             CLOSE AUDIT-PS                                             01592730
           END-IF                                                       01592731
           STOP RUN                                                     01593003
           .                                                            01600003
      *-----------------------------------------------------------      01600004
      *    CHAIN THE AUDIT RECORD INTO AUDITLOG'S SEQUENCE AND          01600005
      *    HASH, WRITING THE DAY'S ANCHOR FIRST WHEN THIS IS THE        01600006
      *    FIRST RECORD OF THE DAY.                                     01600007
      *-----------------------------------------------------------      01600008
       9100-AUDIT-CHAIN-PARA.                                           01600009
           MOVE SPACES       TO DL-CHN-PARMS                            01600010
           MOVE 'NXT'        TO DL-CHN-FUNC                             01600011
           MOVE 'AUDITLOG'   TO DL-CHN-LOG                              01600012
           MOVE DL-AUDIT-END-TS(1:8) TO DL-CHN-TODAY                    01600013
           MOVE DL-AUDIT-REC TO DL-CHN-REC                              01600014
           CALL 'PAYCHAIN' USING DL-CHN-PARMS                           01600015
             ON EXCEPTION                                               01600016
               DISPLAY 'PAYCHAIN NOT AVAILABLE - AUDIT RECORD NOT '     01600017
                       'CHAINED'                                        01600018
           END-CALL                                                     01600019
           IF DL-CHN-ANCHORED                                           01600020
             WRITE DL-AUDIT-REC FROM DL-CHN-ANCHOR                      01600021
           END-IF                                                       01600022
           IF DL-CHN-OK                                                 01600023
             MOVE DL-CHN-REC TO DL-AUDIT-REC                            01600024
           END-IF                                                       01600025
           .                                                            01600026
       9100-AUDIT-CHAIN-PARA-EXIT.                                      01600027
           EXIT                                                         01600028
           .                                                            01600029

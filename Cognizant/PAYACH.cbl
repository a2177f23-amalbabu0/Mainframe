      *    EVERY BANK RECORD STILL IN ITS PRENOTE CYCLE GETS A          00000200
      *    ZERO-DOLLAR PRENOTE ENTRY AND NO MONEY; EMPLOYEES WITH       00000210
      *    MISSING OR UNVERIFIED DETAILS REJECT TO THE SHARED           00000220
      *    SUSPENSE FILE INSTEAD OF DROPPING SILENTLY, AND ARE          00000221
      *    WRITTEN TO THE CHECK-REQUEST FILE (CHKREQ) WITH THEIR        00000222
      *    GROSS, TAX, DEDUCTIONS AND NET SO PAYCHK PAYS THEM BY        00000223
      *    CHECK THE SAME NIGHT.                                        00000224
      *    EVERY '6' ENTRY CARRIES A TRACE NUMBER (BUSINESS DATE PLUS   00000241
      *    A SEVEN-DIGIT SEQUENCE) AND IS RECORDED ON THE KEYED ACH     00000242
      *    HISTORY (ACHHIST, DLACHHS LAYOUT) SO PAYRTN CAN MATCH THE    00000243
      *    BANK'S RETURNS AND NOTIFICATIONS OF CHANGE BACK TO IT.       00000244
      *    A NET-PAY LINE STAMPED WITH A PAY PERIOD IS DEPOSITED        00000245
      *    ONLY WHEN THE PAY CALENDAR (PAYPRD, BUILT BY PAYSCHD)        00000246
      *    HAS THAT PERIOD OF THE LINE'S GROUP PAYING TONIGHT; ANY      00000247
      *    OTHER IS REFUSED (RC 4) SO A STALE OR RERUN NETPAYFL         00000248
      *    CANNOT PAY A GROUP EARLY.  PERIOD 00 (FINAL PAY, A GROUP     00000249
      *    OFF THE CALENDAR, OR NO CALENDAR) IS ALWAYS DEPOSITED.       00000250
      *-----------------------------------------------------------      00000251
       ENVIRONMENT DIVISION.                                            00000260
       INPUT-OUTPUT SECTION.                                            00000270
       FILE-CONTROL.                                                    00000280
           ACCESS IS SEQUENTIAL                                         00000310
           FILE STATUS IS WS-FST-NETPAY                                 00000320
           .                                                            00000330
           SELECT OPTIONAL PRD-PS ASSIGN TO PAYPRD                      00000331
           ORGANIZATION IS SEQUENTIAL                                   00000332
           ACCESS IS SEQUENTIAL                                         00000333
           FILE STATUS IS WS-FST-PRD                                    00000334
           .                                                            00000335
           SELECT BANK-PS ASSIGN TO EMPBANK                             00000340
           ORGANIZATION IS INDEXED                                      00000350
           ACCESS IS DYNAMIC                                            00000360
           ACCESS IS SEQUENTIAL                                         00000420
           FILE STATUS IS WS-FST-ACH                                    00000430
           .                                                            00000440
           SELECT HIST-PS ASSIGN TO ACHHIST                             00000441
           ORGANIZATION IS INDEXED                                      00000442
           ACCESS IS RANDOM                                             00000443
           RECORD KEY IS DL-ACHH-TRACE                                  00000444
           FILE STATUS IS WS-FST-HIST                                   00000445
           .                                                            00000446
           SELECT CRQ-PS ASSIGN TO CHKREQ                               00000447
           ORGANIZATION IS SEQUENTIAL                                   00000448
           ACCESS IS SEQUENTIAL                                         00000449
           FILE STATUS IS WS-FST-CRQ                                    00000450
           .                                                            00000451
           SELECT SUSP-PS ASSIGN TO SUSPFILE                            00000452
           ORGANIZATION IS SEQUENTIAL                                   00000460
           ACCESS IS SEQUENTIAL                                         00000470
           FILE STATUS IS WS-FST-SUSP                                   00000480
         05 NP-EARN-CODE        PIC X(04).                              00000700
         05 F                   PIC X(01).                              00000710
         05 NP-EMPGROUP         PIC X(02).                              00000720
         05 F                   PIC X(01).                              00000721
         05 NP-RUN-DATE         PIC X(10).                              00000722
         05 F                   PIC X(01).                              00000723
         05 NP-PERIOD           PIC X(02).                              00000724
         05 NP-PERIOD-N REDEFINES NP-PERIOD                             00000725
                                PIC 9(02).                              00000726
         05 F                   PIC X(08).                              00000727
       FD PRD-PS                                                        00000728
           RECORD CONTAINS 80 CHARACTERS.                               00000729
           COPY DLPAYPRD.                                               00000730
       FD BANK-PS                                                       00000740
           RECORD CONTAINS 80 CHARACTERS.                               00000750
           COPY DLBANK.                                                 00000760
         05 ACH-DT-AMOUNT       PIC 9(09)V9(02).                        00001040
         05 F                   PIC X(01).                              00001050
         05 ACH-DT-PRENOTE      PIC X(01).                              00001060
         05 F                   PIC X(01).                              00001061
         05 ACH-DT-TRACE        PIC X(15).                              00001062
         05 F                   PIC X(12).                              00001063
       01 ACH-BC-REC.                                                   00001080
         05 ACH-BC-TYPE         PIC X(01).                              00001090
         05 F                   PIC X(01).                              00001100
         05 F                   PIC X(01).                              00001230
         05 ACH-FC-AMOUNT       PIC 9(13)V9(02).                        00001240
         05 F                   PIC X(49).                              00001250
       FD HIST-PS                                                       00001251
           RECORD CONTAINS 80 CHARACTERS.                               00001252
           COPY DLACHHS.                                                00001253
       FD CRQ-PS                                                        00001254
           RECORD CONTAINS 80 CHARACTERS.                               00001255
       01 CRQ-REC.                                                      00001256
         05 CRQ-NEMPID          PIC X(06).                              00001257
         05 F                   PIC X(01).                              00001258
         05 CRQ-GROSS           PIC 9(09).9(02).                        00001259
         05 F                   PIC X(01).                              00001260
         05 CRQ-TAX             PIC 9(09).9(02).                        00001261
         05 F                   PIC X(01).                              00001262
         05 CRQ-DEDUCT          PIC 9(09).9(02).                        00001263
         05 F                   PIC X(01).                              00001264
         05 CRQ-NET             PIC 9(09).9(02).                        00001265
         05 F                   PIC X(01).                              00001266
         05 CRQ-REASON          PIC X(04).                              00001267
         05 F                   PIC X(16).                              00001268
       FD SUSP-PS                                                       00001269
           RECORD CONTAINS 80 CHARACTERS.                               00001270
           COPY DLSUSP.                                                 00001280
       FD AUDIT-PS                                                      00001290
           RECORD CONTAINS 100 CHARACTERS.                              00001300
           COPY DLAUDIT.                                                00001310
       WORKING-STORAGE SECTION.                                         00001320
       01 WS-VARS.                                                      00001330
           88 C05-BANK-NOTFND   VALUE 23.                               00001400
         05 WS-FST-ACH   PIC 9(02).                                     00001410
           88 C05-ACH-SUCCESS   VALUE 00.                               00001420
         05 WS-FST-HIST  PIC 9(02).                                     00001421
           88 C05-HIST-SUCCESS  VALUE 00.                               00001422
           88 C05-HIST-DUPKEY   VALUE 22.                               00001423
         05 WS-FST-CRQ   PIC 9(02).                                     00001424
           88 C05-CRQ-SUCCESS   VALUE 00.                               00001425
         05 WS-FST-SUSP  PIC 9(02).                                     00001430
           88 C05-SUSP-SUCCESS  VALUE 00.                               00001440
         05 WS-FST-AUDIT PIC 9(02).                                     00001450
         05 WS-ENTRY-CT        PIC 9(07) VALUE ZEROES.                  00001520
         05 WS-PRENOTE-CT      PIC 9(07) VALUE ZEROES.                  00001530
         05 WS-REJ-CT          PIC 9(06) VALUE ZEROES.                  00001540
         05 WS-CRQ-CT          PIC 9(06) VALUE ZEROES.                  00001541
         05 WS-AMT-TOT         PIC 9(11)V9(02) VALUE ZEROES.            00001550
         05 WS-HASH-TOT        PIC 9(12) VALUE ZEROES.                  00001560
         05 WS-RETURN-CD       PIC 9(04) VALUE ZEROES.                  00001570
         05 WS-NET-NUM         PIC 9(07)V9(02).                         00001580
         05 WS-GROSS-NUM       PIC 9(07)V9(02).                         00001581
         05 WS-TAX-NUM         PIC 9(07)V9(02).                         00001582
         05 WS-DEDUCT-NUM      PIC 9(07)V9(02).                         00001583
         05 WS-TRACE-NO.                                                00001584
           10 WS-TRACE-DATE    PIC X(08).                               00001585
           10 WS-TRACE-SEQ     PIC 9(07) VALUE ZEROES.                  00001586
      *-----------------------------------------------------------      00001590
      *    ONE DEPOSIT PER EMPLOYEE - NETPAYFL'S SEVERAL LINES PER      00001600
      *    EMPLOYEE (BASE, EARNINGS, FINAL PAY) ARE SUMMED HERE         00001610
      *    BEFORE THE BANK LOOKUP.  GROSS, TAX AND DEDUCTIONS RIDE      00001611
      *    ALONG FOR THE STUB OF ANY EMPLOYEE PAID BY CHECK.            00001612
      *-----------------------------------------------------------      00001630
         05 WS-DEP-CT          PIC 9(04) VALUE ZEROES.                  00001640
         05 WS-DEP-TBL OCCURS 2000 TIMES INDEXED BY DEP-IDX.            00001650
           10 DP-NEMPID        PIC X(06).                               00001660
           10 DP-NET           PIC 9(09)V9(02).                         00001670
           10 DP-GROSS         PIC 9(09)V9(02).                         00001671
           10 DP-TAX           PIC 9(09)V9(02).                         00001672
           10 DP-DEDUCT        PIC 9(09)V9(02).                         00001673
         05 WS-FOUND-SW        PIC X(01).                               00001680
           88 WS-FOUND          VALUE 'Y'.                              00001690
      *-----------------------------------------------------------      00001691
      *    PAY CALENDAR - EACH GROUP ON IT AND THE PERIOD IT IS         00001692
      *    PAID TONIGHT, IF TONIGHT IS ITS PAY DATE.                    00001693
      *-----------------------------------------------------------      00001694
         05 WS-FST-PRD   PIC 9(02).                                     00001695
           88 C05-PRD-SUCCESS   VALUE 00 05.                            00001696
           88 C05-PRD-EOF       VALUE 10.                               00001697
         05 WS-RUN-DASH        PIC X(10).                               00001698
         05 WS-PG-CT           PIC 9(02) VALUE ZEROES.                  00001699
         05 WS-PG-TBL OCCURS 20 TIMES INDEXED BY PG-IDX.                00001700
           10 PG-GROUP         PIC X(02).                               00001701
           10 PG-PERIOD        PIC 9(02).                               00001702
           10 PG-PAID-SW       PIC X(01).                               00001703
             88 PG-PAID        VALUE 'Y'.                               00001704
         05 WS-PG-HOLD         PIC 9(02).                               00001705
         05 WS-PG-FOUND-SW     PIC X(01).                               00001706
           88 WS-PG-FOUND      VALUE 'Y'.                               00001707
         05 WS-PG-GROUP        PIC X(02).                               00001708
         05 WS-OFFCAL-CT       PIC 9(06) VALUE ZEROES.                  00001709
         05 WS-RUNC-PARMS.                                              00001710
           10 WS-RUNC-FUNC   PIC X(03).                                 00001711
           10 WS-RUNC-PGM    PIC X(08).                                 00001720
           10 WS-RUNC-DATE   PIC X(10).                                 00001730
           10 WS-RUNC-RESULT PIC X(01).                                 00001740
       COPY DLCHAIN.                                                    00001741
       LINKAGE SECTION.                                                 00001750
       01 LK-PARM-REC.                                                  00001760
           05 LK-RUN-DATE    PIC X(10).                                 00001770
           END-IF                                                       00001940
           PERFORM 1100-RUNCTL-CHECK-PARA                               00001950
              THRU 1100-RUNCTL-CHECK-PARA-EXIT                          00001960
           STRING WS-RUN-DATE(1:4) WS-RUN-DATE(6:2) WS-RUN-DATE(9:2)    00001961
                  DELIMITED BY SIZE                                     00001962
                  INTO WS-TRACE-DATE                                    00001963
           END-STRING                                                   00001964
           IF WS-RUN-DATE(5:1) = '-'                                    00001965
             MOVE WS-RUN-DATE TO WS-RUN-DASH                            00001966
           ELSE                                                         00001967
             MOVE SPACES           TO WS-RUN-DASH                       00001968
             STRING WS-RUN-DATE(1:4) '-' WS-RUN-DATE(5:2) '-'           00001969
                    WS-RUN-DATE(7:2) DELIMITED BY SIZE                  00001970
                    INTO WS-RUN-DASH                                    00001971
             END-STRING                                                 00001972
           END-IF                                                       00001973
           PERFORM 1700-PRD-LOAD-PARA                                   00001974
              THRU 1700-PRD-LOAD-PARA-EXIT                              00001975
           .                                                            00001976
       1000-INIT-PARA-EXIT.                                             00001980
           EXIT                                                         00001990
           .                                                            00002000
       1200-RUNCTL-MARK-PARA-EXIT.                                      00002330
           EXIT                                                         00002340
           .                                                            00002350
      *-----------------------------------------------------------      00002351
      *    LOAD THE PAY CALENDAR: EVERY GROUP ON IT, AND THE PERIOD     00002352
      *    OF ANY GROUP WHOSE PAY DATE IS TONIGHT.                      00002353
      *-----------------------------------------------------------      00002354
       1700-PRD-LOAD-PARA.                                              00002355
           OPEN INPUT PRD-PS                                            00002356
           EVALUATE TRUE                                                00002357
           WHEN C05-PRD-SUCCESS                                         00002358
             PERFORM 1710-PRD-READ-PARA                                 00002359
                THRU 1710-PRD-READ-PARA-EXIT                            00002360
                UNTIL C05-PRD-EOF                                       00002361
             CLOSE PRD-PS                                               00002362
           WHEN OTHER                                                   00002363
             DISPLAY 'PAYPRD NOT AVAILABLE - ONLY PERIOD 00 LINES '     00002364
                     'DEPOSITED'                                        00002365
           END-EVALUATE                                                 00002366
           .                                                            00002367
       1700-PRD-LOAD-PARA-EXIT.                                         00002368
           EXIT                                                         00002369
           .                                                            00002370
       1710-PRD-READ-PARA.                                              00002371
           READ PRD-PS                                                  00002372
           EVALUATE TRUE                                                00002373
           WHEN C05-PRD-SUCCESS                                         00002374
             MOVE DL-PP-GROUP TO WS-PG-GROUP                            00002375
             PERFORM 1720-PRD-FIND-PARA                                 00002376
                THRU 1720-PRD-FIND-PARA-EXIT                            00002377
             IF WS-PG-FOUND AND DL-PP-PAY-DATE = WS-RUN-DASH            00002378
               MOVE DL-PP-PERIOD TO PG-PERIOD(WS-PG-HOLD)               00002379
               MOVE 'Y'          TO PG-PAID-SW(WS-PG-HOLD)              00002380
             END-IF                                                     00002381
           WHEN C05-PRD-EOF                                             00002382
             CONTINUE                                                   00002383
           WHEN OTHER                                                   00002384
             DISPLAY 'PAYPRD READ FAILED ' WS-FST-PRD                   00002385
             MOVE 0008 TO WS-RETURN-CD                                  00002386
             MOVE 10 TO WS-FST-PRD                                      00002387
           END-EVALUATE                                                 00002388
           .                                                            00002389
       1710-PRD-READ-PARA-EXIT.                                         00002390
           EXIT                                                         00002391
           .                                                            00002392
       1720-PRD-FIND-PARA.                                              00002393
           MOVE 'N' TO WS-PG-FOUND-SW                                   00002394
           PERFORM 1725-PRD-SCAN-PARA                                   00002395
              THRU 1725-PRD-SCAN-PARA-EXIT                              00002396
              VARYING PG-IDX FROM 1 BY 1                                00002397
              UNTIL PG-IDX > WS-PG-CT OR WS-PG-FOUND                    00002398
           IF NOT WS-PG-FOUND AND WS-PG-CT < 20                         00002399
             ADD 1 TO WS-PG-CT                                          00002400
             MOVE WS-PG-CT    TO WS-PG-HOLD                             00002401
             MOVE WS-PG-GROUP TO PG-GROUP(WS-PG-HOLD)                   00002402
             MOVE ZEROES      TO PG-PERIOD(WS-PG-HOLD)                  00002403
             MOVE 'N'         TO PG-PAID-SW(WS-PG-HOLD)                 00002404
             MOVE 'Y'         TO WS-PG-FOUND-SW                         00002405
           END-IF                                                       00002406
           .                                                            00002407
       1720-PRD-FIND-PARA-EXIT.                                         00002408
           EXIT                                                         00002409
           .                                                            00002410
       1725-PRD-SCAN-PARA.                                              00002411
           IF PG-GROUP(PG-IDX) = WS-PG-GROUP                            00002412
             MOVE 'Y' TO WS-PG-FOUND-SW                                 00002413
             SET WS-PG-HOLD TO PG-IDX                                   00002414
           END-IF                                                       00002415
           .                                                            00002416
       1725-PRD-SCAN-PARA-EXIT.                                         00002417
           EXIT                                                         00002418
           .                                                            00002419
       3000-PROC-PARA.                                                  00002420
           PERFORM 3100-OPEN-PARA                                       00002421
              THRU 3100-OPEN-PARA-EXIT                                  00002422
           PERFORM 3200-NETPAY-READ-PARA                                00002423
              THRU 3200-NETPAY-READ-PARA-EXIT                           00002424
              UNTIL C05-NETPAY-EOF                                      00002425
           PERFORM 3300-HEADER-PARA                                     00002426
              THRU 3300-HEADER-PARA-EXIT                                00002430
           PERFORM 3400-DEPOSIT-PARA                                    00002440
              THRU 3400-DEPOSIT-PARA-EXIT                               00002450
             MOVE 0008 TO WS-RETURN-CD                                  00002870
             PERFORM 9000-TERM-PARA                                     00002880
           END-EVALUATE                                                 00002890
           OPEN I-O HIST-PS                                             00002891
           EVALUATE TRUE                                                00002892
           WHEN C05-HIST-SUCCESS                                        00002893
             DISPLAY 'HIST-PS OPENED'                                   00002894
           WHEN OTHER                                                   00002895
             DISPLAY 'HIST-PS OPEN FAILED ' WS-FST-HIST                 00002896
             MOVE 0008 TO WS-RETURN-CD                                  00002897
             PERFORM 9000-TERM-PARA                                     00002898
           END-EVALUATE                                                 00002899
           OPEN OUTPUT CRQ-PS                                           00002900
           EVALUATE TRUE                                                00002901
           WHEN C05-CRQ-SUCCESS                                         00002902
             DISPLAY 'CRQ-PS OPENED'                                    00002903
           WHEN OTHER                                                   00002904
             DISPLAY 'CRQ-PS OPEN FAILED ' WS-FST-CRQ                   00002905
             MOVE 0008 TO WS-RETURN-CD                                  00002906
             PERFORM 9000-TERM-PARA                                     00002907
           END-EVALUATE                                                 00002908
           OPEN EXTEND SUSP-PS                                          00002909
           EVALUATE TRUE                                                00002910
           WHEN C05-SUSP-SUCCESS                                        00002920
             DISPLAY 'SUSP-PS OPENED'                                   00002930
           READ NETPAY-PS                                               00003140
           EVALUATE TRUE                                                00003150
           WHEN C05-NETPAY-SUCCESS                                      00003160
             IF NP-PERIOD IS NUMERIC AND NP-PERIOD-N > 0                00003161
               PERFORM 3230-PERIOD-CHECK-PARA                           00003162
                  THRU 3230-PERIOD-CHECK-PARA-EXIT                      00003163
               IF NOT WS-PG-FOUND                                       00003164
                 GO TO 3200-NETPAY-READ-PARA-EXIT                       00003165
               END-IF                                                   00003166
             END-IF                                                     00003167
             IF NP-NET(1:7) IS NUMERIC AND                              00003170
                NP-NET(9:2) IS NUMERIC                                  00003180
               ADD 1 TO WS-READ-CT                                      00003190
               MOVE NP-NET TO WS-NET-NUM                                00003200
               MOVE ZEROES TO WS-GROSS-NUM WS-TAX-NUM WS-DEDUCT-NUM     00003201
               IF NP-GROSS(1:7) IS NUMERIC AND                          00003202
                  NP-GROSS(9:2) IS NUMERIC                              00003203
                 MOVE NP-GROSS TO WS-GROSS-NUM                          00003204
               END-IF                                                   00003205
               IF NP-TAX(1:7) IS NUMERIC AND                            00003206
                  NP-TAX(9:2) IS NUMERIC                                00003207
                 MOVE NP-TAX TO WS-TAX-NUM                              00003208
               END-IF                                                   00003209
               IF NP-DEDUCT(1:7) IS NUMERIC AND                         00003210
                  NP-DEDUCT(9:2) IS NUMERIC                             00003211
                 MOVE NP-DEDUCT TO WS-DEDUCT-NUM                        00003212
               END-IF                                                   00003213
               PERFORM 3210-DEP-TALLY-PARA                              00003214
                  THRU 3210-DEP-TALLY-PARA-EXIT                         00003220
             ELSE                                                       00003230
               DISPLAY 'NETPAY LINE SKIPPED: ' NP-NEMPID                00003240
             END-IF                                                     00003250
           WHEN C05-NETPAY-EOF                                          00003260
             DISPLAY 'NET-PAY LINES READ: ' WS-READ-CT                  00003270
             IF WS-OFFCAL-CT > 0                                        00003271
               DISPLAY 'NET-PAY LINES REFUSED - PERIOD NOT PAID '       00003272
                       'TONIGHT: ' WS-OFFCAL-CT                         00003273
             END-IF                                                     00003274
           WHEN OTHER                                                   00003280
             DISPLAY 'NETPAY-PS READ FAILED ' WS-FST-NETPAY             00003290
             MOVE 0008 TO WS-RETURN-CD                                  00003300
               ADD 1 TO WS-DEP-CT                                       00003450
               MOVE NP-NEMPID  TO DP-NEMPID(WS-DEP-CT)                  00003460
               MOVE WS-NET-NUM TO DP-NET(WS-DEP-CT)                     00003470
               MOVE WS-GROSS-NUM  TO DP-GROSS(WS-DEP-CT)                00003471
               MOVE WS-TAX-NUM    TO DP-TAX(WS-DEP-CT)                  00003472
               MOVE WS-DEDUCT-NUM TO DP-DEDUCT(WS-DEP-CT)               00003473
             ELSE                                                       00003480
               DISPLAY 'DEPOSIT TABLE FULL - ' NP-NEMPID                00003490
                       ' NOT AGGREGATED'                                00003500
       3220-DEP-FIND-PARA.                                              00003580
           IF DP-NEMPID(DEP-IDX) = NP-NEMPID                            00003590
             ADD WS-NET-NUM TO DP-NET(DEP-IDX)                          00003600
             ADD WS-GROSS-NUM  TO DP-GROSS(DEP-IDX)                     00003601
             ADD WS-TAX-NUM    TO DP-TAX(DEP-IDX)                       00003602
             ADD WS-DEDUCT-NUM TO DP-DEDUCT(DEP-IDX)                    00003603
             MOVE 'Y' TO WS-FOUND-SW                                    00003610
           END-IF                                                       00003620
           .                                                            00003630
       3220-DEP-FIND-PARA-EXIT.                                         00003640
           EXIT                                                         00003650
           .                                                            00003660
      *-----------------------------------------------------------      00003661
      *    A LINE STAMPED WITH A PERIOD PASSES ONLY WHEN ITS GROUP      00003662
      *    IS PAID THAT PERIOD TONIGHT (WS-PG-FOUND LEFT 'Y').          00003663
      *-----------------------------------------------------------      00003664
       3230-PERIOD-CHECK-PARA.                                          00003665
           MOVE NP-EMPGROUP TO WS-PG-GROUP                              00003666
           MOVE 'N' TO WS-PG-FOUND-SW                                   00003667
           PERFORM 1725-PRD-SCAN-PARA                                   00003668
              THRU 1725-PRD-SCAN-PARA-EXIT                              00003669
              VARYING PG-IDX FROM 1 BY 1                                00003670
              UNTIL PG-IDX > WS-PG-CT OR WS-PG-FOUND                    00003671
           IF WS-PG-FOUND                                               00003672
             IF PG-PAID(WS-PG-HOLD) AND                                 00003673
                PG-PERIOD(WS-PG-HOLD) = NP-PERIOD-N                     00003674
               GO TO 3230-PERIOD-CHECK-PARA-EXIT                        00003675
             END-IF                                                     00003676
           END-IF                                                       00003677
           MOVE 'N' TO WS-PG-FOUND-SW                                   00003678
           ADD 1 TO WS-OFFCAL-CT                                        00003679
           DISPLAY NP-NEMPID ' GROUP ' NP-EMPGROUP ' PERIOD '           00003680
                   NP-PERIOD ' NOT PAID TONIGHT - LINE REFUSED'         00003681
           IF WS-RETURN-CD = 0                                          00003682
             MOVE 0004 TO WS-RETURN-CD                                  00003683
           END-IF                                                       00003684
           .                                                            00003685
       3230-PERIOD-CHECK-PARA-EXIT.                                     00003686
           EXIT                                                         00003687
           .                                                            00003688
       3300-HEADER-PARA.                                                00003689
           MOVE SPACES TO ACH-FH-REC                                    00003690
           MOVE '1' TO ACH-FH-TYPE                                      00003691
           MOVE WS-RUN-DATE TO ACH-FH-DATE                              00003700
           MOVE 'PAYROLL DIRECT DEPOSIT' TO ACH-FH-TITLE                00003710
           WRITE ACH-FH-REC                                             00003720
      *-----------------------------------------------------------      00003820
      *    ONE EMPLOYEE'S DEPOSIT - ONLY VERIFIED BANK DETAILS          00003830
      *    CARRY MONEY.  MISSING OR PRENOTE-PENDING DETAILS GO TO       00003840
      *    SUSPENSE AND TO THE CHECK RUN.                               00003841
      *-----------------------------------------------------------      00003860
       3400-DEPOSIT-PARA.                                               00003870
           IF DP-NET(DEP-IDX) = ZEROES                                  00003880
               MOVE DL-BANK-ACCT-TYPE  TO ACH-DT-ACCT-TYPE              00004010
               MOVE DP-NET(DEP-IDX)    TO ACH-DT-AMOUNT                 00004020
               MOVE SPACE              TO ACH-DT-PRENOTE                00004030
               PERFORM 3420-TRACE-PARA                                  00004031
                  THRU 3420-TRACE-PARA-EXIT                             00004032
               WRITE ACH-DT-REC                                         00004040
               ADD 1 TO WS-ENTRY-CT                                     00004050
               ADD DP-NET(DEP-IDX) TO WS-AMT-TOT                        00004060
       3400-DEPOSIT-PARA-EXIT.                                          00004240
           EXIT                                                         00004250
           .                                                            00004260
      *-----------------------------------------------------------      00004261
      *    NEXT TRACE NUMBER ONTO THE ENTRY, AND THE ENTRY ONTO THE     00004262
      *    ACH HISTORY SO A LATER RETURN OR NOTIFICATION OF CHANGE      00004263
      *    CAN BE MATCHED BACK.  A FORCED SAME-DAY RERUN REISSUES       00004264
      *    THE SAME TRACES, SO A DUPLICATE KEY REPLACES THE ENTRY.      00004265
      *-----------------------------------------------------------      00004266
       3420-TRACE-PARA.                                                 00004267
           ADD 1 TO WS-TRACE-SEQ                                        00004268
           MOVE WS-TRACE-NO        TO ACH-DT-TRACE                      00004269
           MOVE SPACES             TO DL-ACHH-REC                       00004270
           MOVE WS-TRACE-NO        TO DL-ACHH-TRACE                     00004271
           MOVE ACH-DT-NEMPID      TO DL-ACHH-NEMPID                    00004272
           MOVE ACH-DT-ROUTING     TO DL-ACHH-ROUTING                   00004273
           MOVE ACH-DT-ACCOUNT     TO DL-ACHH-ACCOUNT                   00004274
           MOVE ACH-DT-AMOUNT      TO DL-ACHH-AMOUNT                    00004275
           MOVE ACH-DT-PRENOTE     TO DL-ACHH-PRENOTE                   00004276
           WRITE DL-ACHH-REC                                            00004277
           EVALUATE TRUE                                                00004278
           WHEN C05-HIST-SUCCESS                                        00004279
             CONTINUE                                                   00004280
           WHEN C05-HIST-DUPKEY                                         00004281
             REWRITE DL-ACHH-REC                                        00004282
             IF NOT C05-HIST-SUCCESS                                    00004283
               DISPLAY 'HIST-PS REWRITE FAILED ' WS-FST-HIST            00004284
               MOVE 0008 TO WS-RETURN-CD                                00004285
             END-IF                                                     00004286
           WHEN OTHER                                                   00004287
             DISPLAY 'HIST-PS WRITE FAILED ' WS-FST-HIST                00004288
             MOVE 0008 TO WS-RETURN-CD                                  00004289
           END-EVALUATE                                                 00004290
           .                                                            00004291
       3420-TRACE-PARA-EXIT.                                            00004292
           EXIT                                                         00004293
           .                                                            00004294
       3450-REJECT-PARA.                                                00004295
           ADD 1 TO WS-REJ-CT                                           00004296
           DISPLAY DP-NEMPID(DEP-IDX) ' NOT PAID BY ACH - '             00004297
                   DL-SUSP-REASON-CD                                    00004300
           MOVE 'PAYACH'            TO DL-SUSP-PGM                      00004310
           MOVE DP-NEMPID(DEP-IDX)  TO DL-SUSP-KEY                      00004320
           ACCEPT DL-SUSP-TIMESTAMP(9:6)  FROM TIME                     00004340
           MOVE SPACE TO DL-SUSP-STATUS                                 00004350
           WRITE DL-SUSP-REC                                            00004360
           MOVE SPACES              TO CRQ-REC                          00004361
           MOVE DP-NEMPID(DEP-IDX)  TO CRQ-NEMPID                       00004362
           MOVE DP-GROSS(DEP-IDX)   TO CRQ-GROSS                        00004363
           MOVE DP-TAX(DEP-IDX)     TO CRQ-TAX                          00004364
           MOVE DP-DEDUCT(DEP-IDX)  TO CRQ-DEDUCT                       00004365
           MOVE DP-NET(DEP-IDX)     TO CRQ-NET                          00004366
           MOVE DL-SUSP-REASON-CD   TO CRQ-REASON                       00004367
           WRITE CRQ-REC                                                00004368
           IF C05-CRQ-SUCCESS                                           00004369
             ADD 1 TO WS-CRQ-CT                                         00004370
           ELSE                                                         00004371
             DISPLAY 'CRQ-PS WRITE FAILED ' WS-FST-CRQ                  00004372
             MOVE 0008 TO WS-RETURN-CD                                  00004373
           END-IF                                                       00004390
           IF WS-RETURN-CD = 0                                          00004391
             MOVE 0004 TO WS-RETURN-CD                                  00004392
           END-IF                                                       00004393
           .                                                            00004400
       3450-REJECT-PARA-EXIT.                                           00004410
           EXIT                                                         00004420
               MOVE DL-BANK-ACCT-TYPE TO ACH-DT-ACCT-TYPE               00004740
               MOVE ZEROES            TO ACH-DT-AMOUNT                  00004750
               MOVE 'P'               TO ACH-DT-PRENOTE                 00004760
               PERFORM 3420-TRACE-PARA                                  00004761
                  THRU 3420-TRACE-PARA-EXIT                             00004762
               WRITE ACH-DT-REC                                         00004770
               ADD 1 TO WS-ENTRY-CT                                     00004780
               ADD 1 TO WS-PRENOTE-CT                                   00004790
           DISPLAY 'LIVE DEPOSITS WRITTEN....: ' WS-ENTRY-CT            00005060
           DISPLAY 'OF WHICH PRENOTES........: ' WS-PRENOTE-CT          00005070
           DISPLAY 'EMPLOYEES TO SUSPENSE....: ' WS-REJ-CT              00005080
           DISPLAY 'CHECK REQUESTS WRITTEN...: ' WS-CRQ-CT              00005081
           .                                                            00005090
       3600-CONTROL-PARA-EXIT.                                          00005100
           EXIT                                                         00005110
           .                                                            00005120
       3900-CLOSE-PARA.                                                 00005130
           CLOSE NETPAY-PS BANK-PS ACH-PS HIST-PS CRQ-PS SUSP-PS        00005131
           .                                                            00005150
       3900-CLOSE-PARA-EXIT.                                            00005160
           EXIT                                                         00005170
             MOVE WS-ENTRY-CT       TO DL-AUDIT-WRITE-CT                00005270
             MOVE WS-RETURN-CD      TO DL-AUDIT-RETURN-CD               00005280
             MOVE 'COMPLETED'       TO DL-AUDIT-STATUS-TX               00005290
             PERFORM 9100-AUDIT-CHAIN-PARA                              00005291
                THRU 9100-AUDIT-CHAIN-PARA-EXIT                         00005292
             WRITE DL-AUDIT-REC                                         00005293
             CLOSE AUDIT-PS                                             00005310
           END-IF                                                       00005320
           MOVE WS-RETURN-CD TO RETURN-CODE                             00005330
           STOP RUN                                                     00005340
           .                                                            00005350
      *-----------------------------------------------------------      00005351
      *    CHAIN THE AUDIT RECORD INTO AUDITLOG'S SEQUENCE AND          00005352
      *    HASH, WRITING THE DAY'S ANCHOR FIRST WHEN THIS IS THE        00005353
      *    FIRST RECORD OF THE DAY.                                     00005354
      *-----------------------------------------------------------      00005355
       9100-AUDIT-CHAIN-PARA.                                           00005356
           MOVE SPACES       TO DL-CHN-PARMS                            00005357
           MOVE 'NXT'        TO DL-CHN-FUNC                             00005358
           MOVE 'AUDITLOG'   TO DL-CHN-LOG                              00005359
           MOVE DL-AUDIT-END-TS(1:8) TO DL-CHN-TODAY                    00005360
           MOVE DL-AUDIT-REC TO DL-CHN-REC                              00005361
           CALL 'PAYCHAIN' USING DL-CHN-PARMS                           00005362
             ON EXCEPTION                                               00005363
               DISPLAY 'PAYCHAIN NOT AVAILABLE - AUDIT RECORD NOT '     00005364
                       'CHAINED'                                        00005365
           END-CALL                                                     00005366
           IF DL-CHN-ANCHORED                                           00005367
             WRITE DL-AUDIT-REC FROM DL-CHN-ANCHOR                      00005368
           END-IF                                                       00005369
           IF DL-CHN-OK                                                 00005370
             MOVE DL-CHN-REC TO DL-AUDIT-REC                            00005371
           END-IF                                                       00005372
           .                                                            00005373
       9100-AUDIT-CHAIN-PARA-EXIT.                                      00005374
           EXIT                                                         00005375
           .                                                            00005376

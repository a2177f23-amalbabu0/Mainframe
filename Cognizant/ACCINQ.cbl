      *    FRAUD INVESTIGATION SEES AN ACCOUNT'S ACTIVITY -             00000110
      *    MERCHANT, AMOUNT, DATE, REGION TAG, AND FRAUD FLAG -         00000120
      *    WITHOUT WAITING FOR TOMORROW'S WEEK81 PRINT.                 00000130
      *    THE MERCHANT SHOWS UNDER ITS CANONICAL NAME FROM THE         00000131
      *    MERCHANT MASTER, WITH ITS CATEGORY CODE (MCC), WHEN          00000132
      *    ACCTLOAD FOUND IT MAPPED.                                    00000133
      *    THE OPERATOR KEYS A FULL OR PARTIAL ACCOUNT NUMBER TO        00000140
      *    BROWSE FROM THAT POINT, TEN TO A PAGE, AND N FOR THE         00000150
      *    NEXT PAGE.  THE SAME EMPAUTH AUTHORIZATION CHECK AND         00000160
      *    DLACCLG ACCESS LOGGING THE EMPLOYEE INQUIRIES USE APPLY      00000170
      *    HERE; A SERVICE TICKET MAY BE KEYED IN COLUMNS 12-19.        00000180
      *    AN ACCOUNT NUMBER WITH AN H IN COLUMN 11 LISTS THE OTHER     00000181
      *    ACCOUNTS IN THE SAME HOUSEHOLD, ACROSS REGIONS, FROM THE     00000182
      *    KEYED HHMATCH CROSS-REFERENCE (HHXRKY, DLHHXRF LAYOUT).      00000183
      *-----------------------------------------------------------      00000190
       ENVIRONMENT DIVISION.                                            00000200
       DATA DIVISION.                                                   00000210
       WORKING-STORAGE SECTION.                                         00000220
       01 WS-VARS.                                                      00000230
         05 WS-RESP            PIC S9(08) COMP.                         00000240
         05 WS-CHN-HEAD-SW     PIC X(01) VALUE 'N'.                     00000241
           88 WS-CHN-HEAD-NONE VALUE 'N'.                               00000242
           88 WS-CHN-HEAD-HELD VALUE 'R'.                               00000243
           88 WS-CHN-HEAD-NEW  VALUE 'W'.                               00000244
         05 WS-INPUT           PIC X(19).                               00000250
         05 WS-RECV-LEN        PIC S9(04) COMP VALUE 19.                00000260
         05 WS-BROWSE-KEY      PIC X(10).                               00000270
         05 WS-LIST-CT         PIC S9(04) COMP.                         00000280
         05 WS-EOF-SW          PIC X(01).                               00000290
           88 WS-BROWSE-EOF    VALUE 'Y'.                               00000300
         05 WS-PROMPT-TEXT     PIC X(50) VALUE                          00000310
             'ENTER FULL OR PARTIAL ACCOUNT NUMBER, H IN COL 11 '.      00000320
         05 WS-PROMPT-LEN      PIC S9(04) COMP VALUE 50.                00000330
         05 WS-NOMATCH-TEXT    PIC X(30) VALUE                          00000340
             'NO ACCOUNTS MATCH THE SEARCH'.                            00000350
         05 WS-NOMATCH-LEN     PIC S9(04) COMP VALUE 30.                00000360
         05 WS-DENIED-TEXT     PIC X(45) VALUE                          00000370
             'NOT AUTHORIZED FOR ACCOUNT INQUIRY - LOGGED'.             00000380
         05 WS-DENIED-LEN      PIC S9(04) COMP VALUE 45.                00000390
         05 WS-NOHH-TEXT       PIC X(40) VALUE                          00000391
             'NO OTHER ACCOUNTS IN THIS HOUSEHOLD'.                     00000392
         05 WS-NOHH-LEN        PIC S9(04) COMP VALUE 40.                00000393
      *-----------------------------------------------------------      00000400
      *    ONE SCREENFUL - A HEADING, TEN LIST LINES, AND THE           00000410
      *    PAGING FOOTER.                                               00000420
      *-----------------------------------------------------------      00000430
         05 WS-LIST-TEXT.                                               00000440
           10 LIST-HEADING.                                             00000450
             15 F              PIC X(56) VALUE                          00000451
             'ACCT        MERCHANT            AMOUNT   DATE     RG  FD'.00000460
             15 F              PIC X(20) VALUE '  MCC'.                 00000461
           10 WS-LIST-LINE OCCURS 10 TIMES INDEXED BY LST-IDX.          00000480
             15 LST-ACCT       PIC X(10).                               00000490
             15 F              PIC X(02) VALUE SPACES.                  00000500
             15 LST-REGION     PIC X(08).                               00000570
             15 F              PIC X(02) VALUE SPACES.                  00000580
             15 LST-FRD        PIC X(02).                               00000590
             15 F              PIC X(02) VALUE SPACES.                  00000600
             15 LST-MCC        PIC X(04).                               00000601
             15 F              PIC X(04) VALUE SPACES.                  00000602
           10 LIST-FOOTER      PIC X(60) VALUE                          00000610
             'KEY N=NEXT PAGE OR ANOTHER ACCOUNT NUMBER'.               00000620
         05 WS-LIST-LEN        PIC S9(04) COMP VALUE 896.               00000630
      *-----------------------------------------------------------      00000631
      *    THE HOUSEHOLD SCREEN - THE HOUSEHOLD AND ITS SIZE, A         00000632
      *    HEADING, UP TO TEN MEMBER ACCOUNTS, AND THE FOOTER.          00000633
      *-----------------------------------------------------------      00000634
         05 WS-HH-TEXT.                                                 00000635
           10 HH-TITLE.                                                 00000636
             15 F              PIC X(10) VALUE 'HOUSEHOLD '.            00000637
             15 HH-T-ID        PIC X(10).                               00000638
             15 F              PIC X(11) VALUE '  ACCOUNTS '.           00000639
             15 HH-T-CT        PIC ZZ9.                                 00000640
             15 F              PIC X(42) VALUE SPACES.                  00000641
           10 HH-HEADING.                                               00000642
             15 F              PIC X(54) VALUE                          00000643
             'ACCT        REGION    CUSTOMER NAME'.                     00000644
             15 F              PIC X(22) VALUE 'HOW'.                   00000645
           10 WS-HH-LINE OCCURS 10 TIMES INDEXED BY HHL-IDX.            00000646
             15 HHL-ACCT       PIC X(10).                               00000647
             15 F              PIC X(02) VALUE SPACES.                  00000648
             15 HHL-REGION     PIC X(08).                               00000649
             15 F              PIC X(02) VALUE SPACES.                  00000650
             15 HHL-NAME       PIC X(30).                               00000651
             15 F              PIC X(02) VALUE SPACES.                  00000652
             15 HHL-BASIS      PIC X(03).                               00000653
             15 F              PIC X(19) VALUE SPACES.                  00000654
           10 HH-FOOTER        PIC X(60) VALUE                          00000655
             'KEY ANOTHER ACCOUNT NUMBER'.                              00000656
         05 WS-HH-LEN          PIC S9(04) COMP VALUE 972.               00000657
         05 WS-HH-KEY.                                                  00000658
           10 WS-HH-ID         PIC X(10).                               00000659
           10 WS-HH-ACCT       PIC X(10).                               00000660
         05 WS-COMMAREA.                                                00000661
           10 CA-MODE          PIC X(01).                               00000662
             88 CA-BROWSING    VALUE 'B'.                               00000663
           10 CA-LAST-KEY      PIC X(10).                               00000670
         05 WS-CA-LEN          PIC S9(04) COMP VALUE 11.                00000680
         05 WS-OPERATOR        PIC X(08).                               00000690
         05 WS-LOG-TIME6       PIC X(08).                               00000750
         05 WS-TASKN           PIC 9(07).                               00000760
       COPY DLACCTKY.                                                   00000770
       COPY DLHHXRF.                                                    00000771
       COPY DLACCLG.                                                    00000780
       COPY DLCHAIN.                                                    00000781
       COPY DLCHNKY.                                                    00000782
       LINKAGE SECTION.                                                 00000790
       01 DFHCOMMAREA.                                                  00000800
         05 LK-CA-MODE         PIC X(01).                               00000810
             END-IF                                                     00001404
             PERFORM 3000-KEY-BROWSE-PARA                               00001410
                THRU 3000-KEY-BROWSE-PARA-EXIT                          00001420
           WHEN WS-INPUT(11:1) = 'H' AND WS-INPUT(1:10) IS NUMERIC      00001421
             PERFORM 4000-HOUSEHOLD-PARA                                00001422
                THRU 4000-HOUSEHOLD-PARA-EXIT                           00001423
           WHEN OTHER                                                   00001430
             MOVE WS-INPUT(1:10) TO WS-BROWSE-KEY                       00001440
             PERFORM 3000-KEY-BROWSE-PARA                               00001450
           ELSE                                                         00002060
             MOVE 'DENIED'  TO DL-ACCLG-RESULT                          00002070
           END-IF                                                       00002080
           PERFORM 0610-LOG-CHAIN-PARA                                  00002081
              THRU 0610-LOG-CHAIN-PARA-EXIT                             00002082
           EXEC CICS WRITE                                              00002090
               DATASET('EMPACCLG')                                      00002100
               FROM(DL-ACCLG-REC)                                       00002110
                 LENGTH(23)                                             00002190
             END-EXEC                                                   00002200
           END-IF                                                       00002210
           PERFORM 0620-LOG-HEAD-PARA                                   00002211
              THRU 0620-LOG-HEAD-PARA-EXIT                              00002212
           .                                                            00002220
       0600-ACCESS-LOG-PARA-EXIT.                                       00002230
           EXIT                                                         00002240
           .                                                            00002250
      *-----------------------------------------------------------      00002251
      *    CHAIN THE RECORD INTO THE ACCESS LOG'S SEQUENCE AND HASH     00002252
      *    (DLCHAIN).  THE CHAIN HEAD IS READ FOR UPDATE SO TWO         00002253
      *    TASKS CANNOT TAKE THE SAME SEQUENCE NUMBER; THE DAY'S        00002254
      *    ANCHOR IS WRITTEN HERE WHEN THIS IS THE DAY'S FIRST          00002255
      *    RECORD.  IF THE HEAD CANNOT BE READ THE RECORD IS            00002256
      *    STILL WRITTEN, UNCHAINED, AND LOGVER REPORTS IT.             00002257
      *-----------------------------------------------------------      00002258
       0610-LOG-CHAIN-PARA.                                             00002259
           SET WS-CHN-HEAD-NONE TO TRUE                                 00002260
           MOVE SPACES       TO DL-CHN-PARMS                            00002261
           MOVE 'HSH'        TO DL-CHN-FUNC                             00002262
           MOVE 'EMPACCLG'   TO DL-CHN-LOG                              00002263
           MOVE WS-LOG-DATE8 TO DL-CHN-TODAY                            00002264
           EXEC CICS READ                                               00002265
               DATASET('LOGCHAIN')                                      00002266
               INTO(DL-CHNKY-REC)                                       00002267
               RIDFLD(DL-CHN-LOG)                                       00002268
               KEYLENGTH(8)                                             00002269
               UPDATE                                                   00002270
               RESP(WS-RESP)                                            00002271
           END-EXEC                                                     00002272
           EVALUATE TRUE                                                00002273
           WHEN WS-RESP = DFHRESP(NORMAL)                               00002274
             SET WS-CHN-HEAD-HELD TO TRUE                               00002275
             MOVE DL-CHNKY-SEQ  TO DL-CHN-SEQ                           00002276
             MOVE DL-CHNKY-HASH TO DL-CHN-HASH                          00002277
             MOVE DL-CHNKY-DAY  TO DL-CHN-DAY                           00002278
           WHEN WS-RESP = DFHRESP(NOTFND)                               00002279
             SET WS-CHN-HEAD-NEW TO TRUE                                00002280
             MOVE ZEROES TO DL-CHN-SEQ DL-CHN-HASH                      00002281
           WHEN OTHER                                                   00002282
             GO TO 0610-LOG-CHAIN-PARA-EXIT                             00002283
           END-EVALUATE                                                 00002284
           MOVE DL-ACCLG-REC TO DL-CHN-REC                              00002285
           CALL 'PAYCHAIN' USING DL-CHN-PARMS                           00002286
           IF DL-CHN-ANCHORED                                           00002287
             MOVE DL-CHN-ANCHOR TO DL-ACCLG-REC                         00002288
             EXEC CICS WRITE                                            00002289
                 DATASET('EMPACCLG')                                    00002290
                 FROM(DL-ACCLG-REC)                                     00002291
                 RIDFLD(DL-ACCLG-KEY)                                   00002292
                 KEYLENGTH(29)                                          00002293
                 RESP(WS-RESP)                                          00002294
             END-EXEC                                                   00002295
           END-IF                                                       00002296
           MOVE DL-CHN-REC TO DL-ACCLG-REC                              00002297
           .                                                            00002298
       0610-LOG-CHAIN-PARA-EXIT.                                        00002299
           EXIT                                                         00002300
           .                                                            00002301
      *-----------------------------------------------------------      00002302
      *    ADVANCE THE CHAIN HEAD ONCE THE RECORD IS ON FILE, OR        00002303
      *    RELEASE IT UNCHANGED IF THE WRITE FAILED.                    00002304
      *-----------------------------------------------------------      00002305
       0620-LOG-HEAD-PARA.                                              00002306
           IF WS-CHN-HEAD-NONE                                          00002307
             GO TO 0620-LOG-HEAD-PARA-EXIT                              00002308
           END-IF                                                       00002309
           IF WS-RESP NOT = DFHRESP(NORMAL) OR NOT DL-CHN-OK            00002310
             IF WS-CHN-HEAD-HELD                                        00002311
               EXEC CICS UNLOCK                                         00002312
                   DATASET('LOGCHAIN')                                  00002313
               END-EXEC                                                 00002314
             END-IF                                                     00002315
             GO TO 0620-LOG-HEAD-PARA-EXIT                              00002316
           END-IF                                                       00002317
           MOVE SPACES        TO DL-CHNKY-REC                           00002318
           MOVE DL-CHN-LOG    TO DL-CHNKY-LOG                           00002319
           MOVE DL-CHN-SEQ    TO DL-CHNKY-SEQ                           00002320
           MOVE DL-CHN-HASH   TO DL-CHNKY-HASH                          00002321
           MOVE DL-CHN-DAY    TO DL-CHNKY-DAY                           00002322
           MOVE DL-ACCLG-TIMESTAMP TO DL-CHNKY-UPD-TS                   00002323
           IF WS-CHN-HEAD-NEW                                           00002324
             EXEC CICS WRITE                                            00002325
                 DATASET('LOGCHAIN')                                    00002326
                 FROM(DL-CHNKY-REC)                                     00002327
                 RIDFLD(DL-CHNKY-LOG)                                   00002328
                 KEYLENGTH(8)                                           00002329
                 RESP(WS-RESP)                                          00002330
             END-EXEC                                                   00002331
           ELSE                                                         00002332
             EXEC CICS REWRITE                                          00002333
                 DATASET('LOGCHAIN')                                    00002334
                 FROM(DL-CHNKY-REC)                                     00002335
                 RESP(WS-RESP)                                          00002336
             END-EXEC                                                   00002337
           END-IF                                                       00002338
           .                                                            00002339
       0620-LOG-HEAD-PARA-EXIT.                                         00002340
           EXIT                                                         00002341
           .                                                            00002342
       0700-DENY-PARA.                                                  00002343
           EXEC CICS SEND TEXT                                          00002344
               FROM(WS-DENIED-TEXT)                                     00002345
               LENGTH(WS-DENIED-LEN)                                    00002346
               ERASE                                                    00002347
           END-EXEC                                                     00002348
           MOVE SPACES TO WS-COMMAREA                                   00002349
           PERFORM 1900-RETURN-PARA                                     00002350
              THRU 1900-RETURN-PARA-EXIT                                00002351
           .                                                            00002352
       0700-DENY-PARA-EXIT.                                             00002360
           EXIT                                                         00002370
           .                                                            00002380
       3100-KEY-BUMP-PARA-EXIT.                                         00002772
           EXIT                                                         00002773
           .                                                            00002774
       3200-LIST-NEXT-PARA.                                             00002775
           EXEC CICS READNEXT                                           00002776
               DATASET('ACCTKYVW')                                      00002777
               INTO(DL-ACKY-REC)                                        00002780
               RIDFLD(WS-BROWSE-KEY)                                    00002790
               KEYLENGTH(10)                                            00002800
           ADD 1 TO WS-LIST-CT                                          00002870
           SET LST-IDX TO WS-LIST-CT                                    00002880
           MOVE DL-ACKY-ACCT       TO LST-ACCT(LST-IDX)                 00002890
           IF DL-ACKY-MERCH-ID = SPACES                                 00002891
             MOVE DL-ACKY-MERCHANT   TO LST-MERCHANT(LST-IDX)           00002900
           ELSE                                                         00002901
             MOVE DL-ACKY-MERCH-NAME TO LST-MERCHANT(LST-IDX)           00002902
           END-IF                                                       00002903
           MOVE DL-ACKY-TRANS-AMT  TO LST-AMT(LST-IDX)                  00002910
           MOVE DL-ACKY-TRANS-DATE TO LST-DATE(LST-IDX)                 00002920
           MOVE DL-ACKY-REGION     TO LST-REGION(LST-IDX)               00002930
           MOVE DL-ACKY-FRD-IND    TO LST-FRD(LST-IDX)                  00002940
           MOVE DL-ACKY-MCC        TO LST-MCC(LST-IDX)                  00002941
           MOVE DL-ACKY-ACCT       TO CA-LAST-KEY                       00002950
           .                                                            00002960
       3200-LIST-NEXT-PARA-EXIT.                                        00002970
           MOVE ZEROES TO LST-DATE(LST-IDX)                             00003140
           MOVE SPACES TO LST-REGION(LST-IDX)                           00003150
           MOVE SPACES TO LST-FRD(LST-IDX)                              00003160
           MOVE SPACES TO LST-MCC(LST-IDX)                              00003161
           .                                                            00003170
       3910-LINE-CLEAR-PARA-EXIT.                                       00003180
           EXIT                                                         00003190
       3950-LIST-SEND-PARA-EXIT.                                        00003310
           EXIT                                                         00003320
           .                                                            00003330
      *-----------------------------------------------------------      00003331
      *    HOUSEHOLD LISTING.  THE ACCOUNT'S HOUSEHOLD ID COMES         00003332
      *    FROM ITS ACCTKYVW RECORD; THE HOUSEHOLD'S ACCOUNTS ARE       00003333
      *    BROWSED ON HHXRKY FROM THE HOUSEHOLD ID WITH THE LOWEST      00003334
      *    POSSIBLE ACCOUNT, WHILE THE HOUSEHOLD ID HOLDS.              00003335
      *-----------------------------------------------------------      00003336
       4000-HOUSEHOLD-PARA.                                             00003337
           MOVE WS-INPUT(1:10) TO WS-BROWSE-KEY                         00003338
           EXEC CICS READ                                               00003339
               DATASET('ACCTKYVW')                                      00003340
               INTO(DL-ACKY-REC)                                        00003341
               RIDFLD(WS-BROWSE-KEY)                                    00003342
               KEYLENGTH(10)                                            00003343
               RESP(WS-RESP)                                            00003344
           END-EXEC                                                     00003345
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00003346
             PERFORM 8150-NOMATCH-PARA                                  00003347
                THRU 8150-NOMATCH-PARA-EXIT                             00003348
             GO TO 4000-HOUSEHOLD-PARA-EXIT                             00003349
           END-IF                                                       00003350
           IF DL-ACKY-HH-ID = SPACES OR DL-ACKY-HH-CT IS NOT NUMERIC    00003351
              OR DL-ACKY-HH-CT < 2                                      00003352
             PERFORM 4900-NOHH-PARA                                     00003353
                THRU 4900-NOHH-PARA-EXIT                                00003354
             GO TO 4000-HOUSEHOLD-PARA-EXIT                             00003355
           END-IF                                                       00003356
           MOVE ZERO TO WS-LIST-CT                                      00003357
           MOVE 'N' TO WS-EOF-SW                                        00003358
           PERFORM 4210-HH-LINE-CLEAR-PARA                              00003359
              THRU 4210-HH-LINE-CLEAR-PARA-EXIT                         00003360
              VARYING HHL-IDX FROM 1 BY 1 UNTIL HHL-IDX > 10            00003361
           MOVE DL-ACKY-HH-ID TO WS-HH-ID HH-T-ID                       00003362
           MOVE DL-ACKY-HH-CT TO HH-T-CT                                00003363
           MOVE LOW-VALUES    TO WS-HH-ACCT                             00003364
           EXEC CICS STARTBR                                            00003365
               DATASET('HHXRKY')                                        00003366
               RIDFLD(WS-HH-KEY)                                        00003367
               KEYLENGTH(20)                                            00003368
               GTEQ                                                     00003369
               RESP(WS-RESP)                                            00003370
           END-EXEC                                                     00003371
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00003372
             PERFORM 4900-NOHH-PARA                                     00003373
                THRU 4900-NOHH-PARA-EXIT                                00003374
             GO TO 4000-HOUSEHOLD-PARA-EXIT                             00003375
           END-IF                                                       00003376
           PERFORM 4200-HH-NEXT-PARA                                    00003377
              THRU 4200-HH-NEXT-PARA-EXIT                               00003378
              UNTIL WS-LIST-CT NOT < 10 OR WS-BROWSE-EOF                00003379
           EXEC CICS ENDBR                                              00003380
               DATASET('HHXRKY')                                        00003381
           END-EXEC                                                     00003382
           IF WS-LIST-CT = ZERO                                         00003383
             PERFORM 4900-NOHH-PARA                                     00003384
                THRU 4900-NOHH-PARA-EXIT                                00003385
           ELSE                                                         00003386
             PERFORM 4950-HH-SEND-PARA                                  00003387
                THRU 4950-HH-SEND-PARA-EXIT                             00003388
           END-IF                                                       00003389
           .                                                            00003390
       4000-HOUSEHOLD-PARA-EXIT.                                        00003391
           EXIT                                                         00003392
           .                                                            00003393
       4200-HH-NEXT-PARA.                                               00003394
           EXEC CICS READNEXT                                           00003395
               DATASET('HHXRKY')                                        00003396
               INTO(DL-HHX-REC)                                         00003397
               RIDFLD(WS-HH-KEY)                                        00003398
               KEYLENGTH(20)                                            00003399
               RESP(WS-RESP)                                            00003400
           END-EXEC                                                     00003401
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00003402
              OR DL-HHX-HH-ID NOT = HH-T-ID                             00003403
             SET WS-BROWSE-EOF TO TRUE                                  00003404
             GO TO 4200-HH-NEXT-PARA-EXIT                               00003405
           END-IF                                                       00003406
           ADD 1 TO WS-LIST-CT                                          00003407
           SET HHL-IDX TO WS-LIST-CT                                    00003408
           MOVE DL-HHX-ACCT      TO HHL-ACCT(HHL-IDX)                   00003409
           MOVE DL-HHX-REGION    TO HHL-REGION(HHL-IDX)                 00003410
           MOVE DL-HHX-CUST-NAME TO HHL-NAME(HHL-IDX)                   00003411
           MOVE DL-HHX-BASIS     TO HHL-BASIS(HHL-IDX)                  00003412
           .                                                            00003413
       4200-HH-NEXT-PARA-EXIT.                                          00003414
           EXIT                                                         00003415
           .                                                            00003416
       4210-HH-LINE-CLEAR-PARA.                                         00003417
           MOVE SPACES TO HHL-ACCT(HHL-IDX)                             00003418
           MOVE SPACES TO HHL-REGION(HHL-IDX)                           00003419
           MOVE SPACES TO HHL-NAME(HHL-IDX)                             00003420
           MOVE SPACES TO HHL-BASIS(HHL-IDX)                            00003421
           .                                                            00003422
       4210-HH-LINE-CLEAR-PARA-EXIT.                                    00003423
           EXIT                                                         00003424
           .                                                            00003425
       4900-NOHH-PARA.                                                  00003426
           EXEC CICS SEND TEXT                                          00003427
               FROM(WS-NOHH-TEXT)                                       00003428
               LENGTH(WS-NOHH-LEN)                                      00003429
               ERASE                                                    00003430
           END-EXEC                                                     00003431
           MOVE SPACES TO WS-COMMAREA                                   00003432
           PERFORM 1900-RETURN-PARA                                     00003433
              THRU 1900-RETURN-PARA-EXIT                                00003434
           .                                                            00003435
       4900-NOHH-PARA-EXIT.                                             00003436
           EXIT                                                         00003437
           .                                                            00003438
       4950-HH-SEND-PARA.                                               00003439
           EXEC CICS SEND TEXT                                          00003440
               FROM(WS-HH-TEXT)                                         00003441
               LENGTH(WS-HH-LEN)                                        00003442
               ERASE                                                    00003443
           END-EXEC                                                     00003444
           MOVE SPACES TO WS-COMMAREA                                   00003445
           PERFORM 1900-RETURN-PARA                                     00003446
              THRU 1900-RETURN-PARA-EXIT                                00003447
           .                                                            00003448
       4950-HH-SEND-PARA-EXIT.                                          00003449
           EXIT                                                         00003450
           .                                                            00003451
       8150-NOMATCH-PARA.                                               00003452
           EXEC CICS SEND TEXT                                          00003453
               FROM(WS-NOMATCH-TEXT)                                    00003454
               LENGTH(WS-NOMATCH-LEN)                                   00003455
               ERASE                                                    00003456
           END-EXEC                                                     00003457
           MOVE SPACES TO WS-COMMAREA                                   00003458
           PERFORM 1900-RETURN-PARA                                     00003459
              THRU 1900-RETURN-PARA-EXIT                                00003460
           .                                                            00003461
       8150-NOMATCH-PARA-EXIT.                                          00003462
           EXIT                                                         00003463
           .                                                            00003464
       8300-ENDFILE-PARA.                                               00003470
           IF WS-LIST-CT > ZERO                                         00003480
             PERFORM 3950-LIST-SEND-PARA                                00003490

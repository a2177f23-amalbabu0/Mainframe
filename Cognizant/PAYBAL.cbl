      *      1. SNAPSHOT = PROMOTED + RETAINED (COUNT AND AMOUNT)       00000120
      *      2. GROSS - TAX - DEDUCTIONS = NET ACROSS NETPAYFL          00000130
      *      3. EXTRACT HASH AND COUNT = SNAPSHOT TRAILER               00000140
      *      4. BANK FILE TOTAL PLUS CHECKS ISSUED FROM NET PAY         00000141
      *         (PAYCHK'S REGISTER) VS NET PAY TOTAL                    00000142
      *      5. RETURNED DOLLARS (PAYRTN'S TOTALS) VS THE BANK'S        00000151
      *         RETURN CONTROL - RETURNED DEPOSITS ARE THEIR OWN        00000152
      *         LEG, SO NET PAY STILL TIES TO WHAT THE BANK KEPT        00000153
      *      6. EMPLOYER PAYROLL COST BOOKED BY DEPARTMENT (PAYNET'S    00000154
      *         GLDEDFL 'E' RECORDS) VS PAYNET'S EMPLOYER COST          00000155
      *         CONTROL TOTAL - NOT MONEY PAID OUT, BUT THE COST        00000156
      *         FINANCE BOOKS FOR THE NIGHT                             00000157
      *    ONE BALANCING REPORT PRINTS WITH EACH LEG TICKED OR          00000160
      *    BROKEN.  ANY BREAK ENDS RC 8 SO THE PAYDRV COND CHAIN        00000170
      *    STOPS A SHORT FEED BEFORE IT LEAVES THE BUILDING; A          00000180
      *    BANK FILE SHORT OF NET PAY (EMPLOYEES DIVERTED TO            00000190
      *    SUSPENSE FOR MISSING OR PRENOTE BANK DETAILS) IS A           00000200
      *    WARNING, NOT A BREAK, SINCE THOSE ITEMS ARE WORKED FROM      00000210
      *    THE SUSPENSE QUEUE.  CHECK REISSUES MUST NET TO ZERO         00000211
      *    AGAINST THE CHECKS THEY VOIDED.                              00000212
      *-----------------------------------------------------------      00000230
       ENVIRONMENT DIVISION.                                            00000240
       INPUT-OUTPUT SECTION.                                            00000250
           ACCESS IS SEQUENTIAL                                         00000540
           FILE STATUS IS WS-FST-ACH                                    00000550
           .                                                            00000560
           SELECT OPTIONAL RTNTOT-PS ASSIGN TO RTNTOT                   00000561
           ORGANIZATION IS SEQUENTIAL                                   00000562
           ACCESS IS SEQUENTIAL                                         00000563
           FILE STATUS IS WS-FST-RTNTOT                                 00000564
           .                                                            00000565
           SELECT OPTIONAL CHKREG-PS ASSIGN TO CHKREG                   00000566
           ORGANIZATION IS SEQUENTIAL                                   00000567
           ACCESS IS SEQUENTIAL                                         00000568
           FILE STATUS IS WS-FST-CHKREG                                 00000569
           .                                                            00000570
           SELECT OPTIONAL GLDED-PS ASSIGN TO GLDEDFL                   00000571
           ORGANIZATION IS SEQUENTIAL                                   00000572
           ACCESS IS SEQUENTIAL                                         00000573
           FILE STATUS IS WS-FST-GLDED                                  00000574
           .                                                            00000575
           SELECT RPT-PS ASSIGN TO BALRPT                               00000576
           ORGANIZATION IS SEQUENTIAL                                   00000580
           ACCESS IS SEQUENTIAL                                         00000590
           FILE STATUS IS WS-FST-RPT                                    00000600
         05 F                   PIC X(01).                              00001200
         05 ACH-FC-AMOUNT       PIC 9(13)V9(02).                        00001210
         05 F                   PIC X(49).                              00001220
       FD RTNTOT-PS                                                     00001221
           RECORD CONTAINS 80 CHARACTERS.                               00001222
       01 RTNTOT-REC.                                                   00001223
         05 RTT-ID              PIC X(06).                              00001224
         05 F                   PIC X(01).                              00001225
         05 RTT-RTN-CT          PIC 9(06).                              00001226
         05 F                   PIC X(01).                              00001227
         05 RTT-RTN-AMT         PIC 9(09).9(02).                        00001228
         05 F                   PIC X(01).                              00001229
         05 RTT-UNM-CT          PIC 9(06).                              00001230
         05 F                   PIC X(01).                              00001231
         05 RTT-UNM-AMT         PIC 9(09).9(02).                        00001232
         05 F                   PIC X(01).                              00001233
         05 RTT-CTL-AMT         PIC 9(09).9(02).                        00001234
         05 F                   PIC X(01).                              00001235
         05 RTT-CTL-SW          PIC X(01).                              00001236
         05 F                   PIC X(01).                              00001237
         05 RTT-NOC-CT          PIC 9(06).                              00001238
         05 F                   PIC X(12).                              00001239
       FD CHKREG-PS                                                     00001240
           RECORD CONTAINS 80 CHARACTERS.                               00001241
       01 CHKREG-REC.                                                   00001242
         05 CKR-ID              PIC X(06).                              00001243
         05 F                   PIC X(01).                              00001244
         05 CKR-NET-CT          PIC 9(06).                              00001245
         05 F                   PIC X(01).                              00001246
         05 CKR-NET-AMT         PIC 9(09).9(02).                        00001247
         05 F                   PIC X(01).                              00001248
         05 CKR-VOID-CT         PIC 9(06).                              00001249
         05 F                   PIC X(01).                              00001250
         05 CKR-VOID-AMT        PIC 9(09).9(02).                        00001251
         05 F                   PIC X(01).                              00001252
         05 CKR-RVOID-AMT       PIC 9(09).9(02).                        00001253
         05 F                   PIC X(01).                              00001254
         05 CKR-REISS-CT        PIC 9(06).                              00001255
         05 F                   PIC X(01).                              00001256
         05 CKR-REISS-AMT       PIC 9(09).9(02).                        00001257
         05 F                   PIC X(01).                              00001258
       FD GLDED-PS                                                      00001259
           RECORD CONTAINS 80 CHARACTERS.                               00001260
       01 GLDED-REC.                                                    00001261
         05 GLD-CODE            PIC X(04).                              00001262
         05 F                   PIC X(01).                              00001263
         05 GLD-TYPE            PIC X(01).                              00001264
         05 F                   PIC X(01).                              00001265
         05 GLD-AMT             PIC 9(11)V9(02).                        00001266
         05 F                   PIC X(01).                              00001267
         05 GLD-DEPT            PIC X(04).                              00001268
         05 F                   PIC X(55).                              00001269
       FD RPT-PS                                                        00001270
           RECORD CONTAINS 132 CHARACTERS.                              00001271
       01 RPT-REC                PIC X(132).                            00001272
       FD AUDIT-PS                                                      00001273
           RECORD CONTAINS 100 CHARACTERS.                              00001274
           COPY DLAUDIT.                                                00001280
       WORKING-STORAGE SECTION.                                         00001290
       01 WS-VARS.                                                      00001300
         05 WS-FST-ACH   PIC 9(02).                                     00001460
           88 C05-ACH-SUCCESS   VALUE 00 05.                            00001470
           88 C05-ACH-EOF       VALUE 10.                               00001480
         05 WS-FST-RTNTOT PIC 9(02).                                    00001481
           88 C05-RTNTOT-SUCCESS VALUE 00 05.                           00001482
           88 C05-RTNTOT-EOF     VALUE 10.                              00001483
         05 WS-FST-CHKREG PIC 9(02).                                    00001484
           88 C05-CHKREG-SUCCESS VALUE 00 05.                           00001485
           88 C05-CHKREG-EOF     VALUE 10.                              00001486
         05 WS-FST-GLDED PIC 9(02).                                     00001487
           88 C05-GLDED-SUCCESS VALUE 00 05.                            00001488
           88 C05-GLDED-EOF     VALUE 10.                               00001489
         05 WS-FST-RPT   PIC 9(02).                                     00001490
           88 C05-RPT-SUCCESS   VALUE 00.                               00001500
         05 WS-FST-AUDIT PIC 9(02).                                     00001510
         05 WS-ACH-AMT         PIC 9(13)V9(02) VALUE ZEROES.            00001800
         05 WS-ACH-SW          PIC X(01) VALUE 'N'.                     00001810
           88 WS-ACH-SEEN      VALUE 'Y'.                               00001820
         05 WS-RTN-AMT         PIC 9(09)V9(02) VALUE ZEROES.            00001821
         05 WS-UNM-AMT         PIC 9(09)V9(02) VALUE ZEROES.            00001822
         05 WS-RTN-CTL-AMT     PIC 9(09)V9(02) VALUE ZEROES.            00001823
         05 WS-RTN-CTL-SW      PIC X(01) VALUE 'N'.                     00001824
           88 WS-RTN-CTL-SEEN  VALUE 'Y'.                               00001825
         05 WS-RTN-SW          PIC X(01) VALUE 'N'.                     00001826
           88 WS-RTN-SEEN      VALUE 'Y'.                               00001827
         05 WS-CHK-AMT         PIC 9(09)V9(02) VALUE ZEROES.            00001828
         05 WS-CHK-VOID-AMT    PIC 9(09)V9(02) VALUE ZEROES.            00001829
         05 WS-CHK-RVOID-AMT   PIC 9(09)V9(02) VALUE ZEROES.            00001830
         05 WS-CHK-REISS-AMT   PIC 9(09)V9(02) VALUE ZEROES.            00001831
         05 WS-CHK-SW          PIC X(01) VALUE 'N'.                     00001832
           88 WS-CHK-SEEN      VALUE 'Y'.                               00001833
         05 WS-PAID-AMT        PIC 9(13)V9(02) VALUE ZEROES.            00001834
         05 WS-ER-DEPT-AMT     PIC 9(11)V9(02) VALUE ZEROES.            00001835
         05 WS-ER-CTL-AMT      PIC 9(11)V9(02) VALUE ZEROES.            00001836
         05 WS-ER-SW           PIC X(01) VALUE 'N'.                     00001837
           88 WS-ER-SEEN       VALUE 'Y'.                               00001838
         05 WS-INT7            PIC 9(07).                               00001839
         05 WS-DEC2            PIC 9(02).                               00001840
         05 WS-WORK-AMT        PIC 9(09)V9(02).                         00001850
         05 WS-UNS-TAG         PIC X(03).                               00001860
           10 WS-RUNC-PGM    PIC X(08).                                 00001990
           10 WS-RUNC-DATE   PIC X(10).                                 00002000
           10 WS-RUNC-RESULT PIC X(01).                                 00002010
       COPY DLCHAIN.                                                    00002011
       LINKAGE SECTION.                                                 00002020
       01 LK-PARM-REC.                                                  00002030
           05 LK-RUN-DATE    PIC X(10).                                 00002040
           PERFORM 3260-ACH-READ-PARA                                   00002810
              THRU 3260-ACH-READ-PARA-EXIT                              00002820
              UNTIL C05-ACH-EOF                                         00002830
           PERFORM 3270-RTN-READ-PARA                                   00002831
              THRU 3270-RTN-READ-PARA-EXIT                              00002832
              UNTIL C05-RTNTOT-EOF                                      00002833
           PERFORM 3280-CHK-READ-PARA                                   00002834
              THRU 3280-CHK-READ-PARA-EXIT                              00002835
              UNTIL C05-CHKREG-EOF                                      00002836
           PERFORM 3290-GLD-READ-PARA                                   00002837
              THRU 3290-GLD-READ-PARA-EXIT                              00002838
              UNTIL C05-GLDED-EOF                                       00002839
           PERFORM 3500-PROVE-PARA                                      00002840
              THRU 3500-PROVE-PARA-EXIT                                 00002850
           PERFORM 3900-CLOSE-PARA                                      00002860
             DISPLAY 'ACHFILE NOT AVAILABLE - BANK LEG SKIPPED'         00003540
             MOVE 10 TO WS-FST-ACH                                      00003550
           END-EVALUATE                                                 00003560
           OPEN INPUT RTNTOT-PS                                         00003561
           EVALUATE TRUE                                                00003562
           WHEN C05-RTNTOT-SUCCESS                                      00003563
             CONTINUE                                                   00003564
           WHEN OTHER                                                   00003565
             DISPLAY 'RTNTOT NOT AVAILABLE - RETURNS LEG SKIPPED'       00003566
             MOVE 10 TO WS-FST-RTNTOT                                   00003567
           END-EVALUATE                                                 00003568
           OPEN INPUT CHKREG-PS                                         00003569
           EVALUATE TRUE                                                00003570
           WHEN C05-CHKREG-SUCCESS                                      00003571
             CONTINUE                                                   00003572
           WHEN OTHER                                                   00003573
             DISPLAY 'CHKREG NOT AVAILABLE - NO CHECKS IN BANK LEG'     00003574
             MOVE 10 TO WS-FST-CHKREG                                   00003575
           END-EVALUATE                                                 00003576
           OPEN INPUT GLDED-PS                                          00003577
           EVALUATE TRUE                                                00003578
           WHEN C05-GLDED-SUCCESS                                       00003579
             CONTINUE                                                   00003580
           WHEN OTHER                                                   00003581
             DISPLAY 'GLDEDFL NOT AVAILABLE - EMPLOYER COST LEG '       00003582
                     'SKIPPED'                                          00003583
             MOVE 10 TO WS-FST-GLDED                                    00003584
           END-EVALUATE                                                 00003585
           OPEN OUTPUT RPT-PS                                           00003586
           EVALUATE TRUE                                                00003587
           WHEN C05-RPT-SUCCESS                                         00003590
             CONTINUE                                                   00003600
           WHEN OTHER                                                   00003610
           EXIT                                                         00005170
           .                                                            00005180
      *-----------------------------------------------------------      00005190
       3270-RTN-READ-PARA.                                              00005191
           READ RTNTOT-PS                                               00005192
           EVALUATE TRUE                                                00005193
           WHEN C05-RTNTOT-SUCCESS                                      00005194
             ADD 1 TO WS-READ-CT                                        00005195
             IF RTT-ID = 'TOTALS'                                       00005196
               SET WS-RTN-SEEN TO TRUE                                  00005197
               MOVE RTT-RTN-AMT TO WS-RTN-AMT                           00005198
               MOVE RTT-UNM-AMT TO WS-UNM-AMT                           00005199
               MOVE RTT-CTL-AMT TO WS-RTN-CTL-AMT                       00005200
               MOVE RTT-CTL-SW  TO WS-RTN-CTL-SW                        00005201
             END-IF                                                     00005202
           WHEN C05-RTNTOT-EOF                                          00005203
             CONTINUE                                                   00005204
           WHEN OTHER                                                   00005205
             DISPLAY 'RTNTOT-PS READ FAILED ' WS-FST-RTNTOT             00005206
             MOVE 0008 TO WS-RETURN-CD                                  00005207
             MOVE 10 TO WS-FST-RTNTOT                                   00005208
           END-EVALUATE                                                 00005209
           .                                                            00005210
       3270-RTN-READ-PARA-EXIT.                                         00005211
           EXIT                                                         00005212
           .                                                            00005213
       3280-CHK-READ-PARA.                                              00005214
           READ CHKREG-PS                                               00005215
           EVALUATE TRUE                                                00005216
           WHEN C05-CHKREG-SUCCESS                                      00005217
             ADD 1 TO WS-READ-CT                                        00005218
             IF CKR-ID = 'TOTALS'                                       00005219
               SET WS-CHK-SEEN TO TRUE                                  00005220
               MOVE CKR-NET-AMT   TO WS-CHK-AMT                         00005221
               MOVE CKR-VOID-AMT  TO WS-CHK-VOID-AMT                    00005222
               MOVE CKR-RVOID-AMT TO WS-CHK-RVOID-AMT                   00005223
               MOVE CKR-REISS-AMT TO WS-CHK-REISS-AMT                   00005224
             END-IF                                                     00005225
           WHEN C05-CHKREG-EOF                                          00005226
             CONTINUE                                                   00005227
           WHEN OTHER                                                   00005228
             DISPLAY 'CHKREG-PS READ FAILED ' WS-FST-CHKREG             00005229
             MOVE 0008 TO WS-RETURN-CD                                  00005230
             MOVE 10 TO WS-FST-CHKREG                                   00005231
           END-EVALUATE                                                 00005232
           .                                                            00005233
       3280-CHK-READ-PARA-EXIT.                                         00005234
           EXIT                                                         00005235
           .                                                            00005236
       3290-GLD-READ-PARA.                                              00005237
           READ GLDED-PS                                                00005238
           EVALUATE TRUE                                                00005239
           WHEN C05-GLDED-SUCCESS                                       00005240
             ADD 1 TO WS-READ-CT                                        00005241
             EVALUATE TRUE                                              00005242
             WHEN GLD-AMT IS NOT NUMERIC                                00005243
               CONTINUE                                                 00005244
             WHEN GLD-TYPE = 'E'                                        00005245
               ADD GLD-AMT TO WS-ER-DEPT-AMT                            00005246
             WHEN GLD-CODE = 'ERC '                                     00005247
               SET WS-ER-SEEN TO TRUE                                   00005248
               MOVE GLD-AMT TO WS-ER-CTL-AMT                            00005249
             END-EVALUATE                                               00005250
           WHEN C05-GLDED-EOF                                           00005251
             CONTINUE                                                   00005252
           WHEN OTHER                                                   00005253
             DISPLAY 'GLDED-PS READ FAILED ' WS-FST-GLDED               00005254
             MOVE 0008 TO WS-RETURN-CD                                  00005255
             MOVE 10 TO WS-FST-GLDED                                    00005256
           END-EVALUATE                                                 00005257
           .                                                            00005258
       3290-GLD-READ-PARA-EXIT.                                         00005259
           EXIT                                                         00005260
           .                                                            00005261
      *-----------------------------------------------------------      00005262
      *    THE PROOF.  EACH LEG PRINTS ITS TWO SIDES AND TICKED OR      00005263
      *    BROKEN; ANY BROKEN LEG ENDS THE STEP RC 8.                   00005264
      *-----------------------------------------------------------      00005265
       3500-PROVE-PARA.                                                 00005266
           MOVE SPACES TO RPT-REC                                       00005267
           STRING 'MONEY-TRAIL BALANCING REPORT   RUN DATE: '           00005268
                  DELIMITED BY SIZE                                     00005269
                  WS-RUN-DATE DELIMITED BY SIZE                         00005270
                  INTO RPT-REC                                          00005280
           END-STRING                                                   00005290
           END-IF                                                       00005970
           PERFORM 3560-LEG-AMT-LINE-PARA                               00005980
              THRU 3560-LEG-AMT-LINE-PARA-EXIT                          00005990
      *    LEG 4 - THE BANK FILE PLUS TONIGHT'S CHECKS ISSUED FROM      00005991
      *    NET PAY AGAINST NET PAY.  A SHORT TOTAL (EMPLOYEES NEITHER   00005992
      *    DEPOSITED NOR PAID BY CHECK) IS A WARNING; A TOTAL OVER      00005993
      *    NET PAY WOULD OVERPAY AND IS A BREAK.                        00005994
           IF WS-ACH-SEEN                                               00006030
             COMPUTE WS-PAID-AMT = WS-ACH-AMT + WS-CHK-AMT              00006031
             MOVE 'BANK FILE + CHECKS VS NET PAY TOTAL'                 00006032
               TO WS-LEG-TEXT                                           00006050
             MOVE WS-PAID-AMT TO WS-AMT-ED-1                            00006051
             MOVE WS-NP-NET   TO WS-AMT-ED-2                            00006052
             EVALUATE TRUE                                              00006080
             WHEN WS-PAID-AMT = WS-NP-NET                               00006081
               MOVE 'TICKED'   TO WS-LEG-MARK                           00006100
             WHEN WS-PAID-AMT > WS-NP-NET                               00006101
               MOVE '*BROKEN*' TO WS-LEG-MARK                           00006120
               ADD 1 TO WS-BREAK-CT                                     00006130
             WHEN OTHER                                                 00006140
                THRU 3560-LEG-AMT-LINE-PARA-EXIT                        00006210
             IF WS-LEG-MARK = 'SHORT'                                   00006220
               MOVE SPACES TO RPT-REC                                   00006230
               STRING '  BANK FILE + CHECKS SHORT OF NET PAY - CHECK '  00006231
                      'THE OPEN PAYACH AND PAYCHK SUSPENSE ITEMS'       00006232
                      DELIMITED BY SIZE                                 00006260
                      INTO RPT-REC                                      00006270
               END-STRING                                               00006280
                  THRU 3050-RPT-WRITE-PARA-EXIT                         00006300
             END-IF                                                     00006310
           END-IF                                                       00006320
      *    LEG 4A - CHECK REISSUES.  A REISSUE REPLACES A CHECK IT      00006321
      *    VOIDS, SO THE TWO MUST NET TO ZERO; PLAIN VOIDS ARE OWED     00006322
      *    PAY WORKED FROM THE PAYCHK SUSPENSE ITEMS.                   00006323
           IF WS-CHK-SEEN                                               00006324
             MOVE 'CHECKS REISSUED = CHECKS VOIDED FOR REISSUE'         00006325
               TO WS-LEG-TEXT                                           00006326
             MOVE WS-CHK-REISS-AMT TO WS-AMT-ED-1                       00006327
             MOVE WS-CHK-RVOID-AMT TO WS-AMT-ED-2                       00006328
             IF WS-CHK-REISS-AMT = WS-CHK-RVOID-AMT                     00006329
               MOVE 'TICKED'   TO WS-LEG-MARK                           00006330
             ELSE                                                       00006331
               MOVE '*BROKEN*' TO WS-LEG-MARK                           00006332
               ADD 1 TO WS-BREAK-CT                                     00006333
             END-IF                                                     00006334
             PERFORM 3560-LEG-AMT-LINE-PARA                             00006335
                THRU 3560-LEG-AMT-LINE-PARA-EXIT                        00006336
             IF WS-CHK-VOID-AMT > ZEROES                                00006337
               MOVE WS-CHK-VOID-AMT TO WS-AMT-ED-1                      00006338
               MOVE SPACES TO RPT-REC                                   00006339
               STRING '  CHECKS VOIDED AND NOT REPLACED: '              00006340
                      DELIMITED BY SIZE                                 00006341
                      WS-AMT-ED-1 DELIMITED BY SIZE                     00006342
                      ' - SEE THE OPEN PAYCHK SUSPENSE ITEMS'           00006343
                      DELIMITED BY SIZE                                 00006344
                      INTO RPT-REC                                      00006345
               END-STRING                                               00006346
               PERFORM 3050-RPT-WRITE-PARA                              00006347
                  THRU 3050-RPT-WRITE-PARA-EXIT                         00006348
             END-IF                                                     00006349
           END-IF                                                       00006350
      *    LEG 5 - RETURNED DEPOSITS.  EVERY DOLLAR THE BANK SENT       00006351
      *    BACK (MATCHED TO ITS ENTRY OR REJECTED UNMATCHED) MUST       00006352
      *    EQUAL THE BANK'S RETURN CONTROL; THE BANK FILE NET OF THE    00006353
      *    MATCHED RETURNS IS WHAT ACTUALLY REACHED EMPLOYEES, AND      00006354
      *    THE RETURNED DOLLARS ARE REPAID FROM SUSPENSE.               00006355
           IF WS-RTN-SEEN                                               00006356
             MOVE 'RETURNED DOLLARS = BANK RETURN CONTROL'              00006357
               TO WS-LEG-TEXT                                           00006358
             COMPUTE WS-AMT-ED-1 = WS-RTN-AMT + WS-UNM-AMT              00006359
             MOVE WS-RTN-CTL-AMT TO WS-AMT-ED-2                         00006360
             EVALUATE TRUE                                              00006361
             WHEN WS-RTN-CTL-SEEN AND                                   00006362
                  WS-RTN-AMT + WS-UNM-AMT = WS-RTN-CTL-AMT              00006363
               MOVE 'TICKED'   TO WS-LEG-MARK                           00006364
             WHEN NOT WS-RTN-CTL-SEEN AND                               00006365
                  WS-RTN-AMT + WS-UNM-AMT = ZEROES                      00006366
               MOVE 'TICKED'   TO WS-LEG-MARK                           00006367
             WHEN OTHER                                                 00006368
               MOVE '*BROKEN*' TO WS-LEG-MARK                           00006369
               ADD 1 TO WS-BREAK-CT                                     00006370
             END-EVALUATE                                               00006371
             PERFORM 3560-LEG-AMT-LINE-PARA                             00006372
                THRU 3560-LEG-AMT-LINE-PARA-EXIT                        00006373
             IF WS-ACH-SEEN                                             00006374
               MOVE 'BANK KEPT (FILE - RETURNS) VS RETURNED'            00006375
                 TO WS-LEG-TEXT                                         00006376
               COMPUTE WS-DIFF = WS-ACH-AMT - WS-RTN-AMT                00006377
               MOVE WS-DIFF    TO WS-AMT-ED-1                           00006378
               MOVE WS-RTN-AMT TO WS-AMT-ED-2                           00006379
               MOVE SPACES     TO WS-LEG-MARK                           00006380
               PERFORM 3560-LEG-AMT-LINE-PARA                           00006381
                  THRU 3560-LEG-AMT-LINE-PARA-EXIT                      00006382
               IF WS-RTN-AMT > ZEROES                                   00006383
                 MOVE SPACES TO RPT-REC                                 00006384
                 STRING '  RETURNED DEPOSITS ARE REPAID FROM THE OPEN ' 00006385
                        'PAYRTN SUSPENSE ITEMS'                         00006386
                        DELIMITED BY SIZE                               00006387
                        INTO RPT-REC                                    00006388
                 END-STRING                                             00006389
                 PERFORM 3050-RPT-WRITE-PARA                            00006390
                    THRU 3050-RPT-WRITE-PARA-EXIT                       00006391
               END-IF                                                   00006392
             END-IF                                                     00006393
           END-IF                                                       00006394
      *    LEG 6 - EMPLOYER PAYROLL COST.  THE COST BOOKED BY           00006395
      *    DEPARTMENT MUST ADD UP TO THE COST PAYNET COMPUTED; IT IS    00006396
      *    ON TOP OF GROSS AND NEVER PART OF NET PAY.                   00006397
           IF WS-ER-SEEN                                                00006398
             MOVE 'EMPLOYER COST BY DEPT = EMPLOYER COST TOTAL'         00006399
               TO WS-LEG-TEXT                                           00006400
             MOVE WS-ER-DEPT-AMT TO WS-AMT-ED-1                         00006401
             MOVE WS-ER-CTL-AMT  TO WS-AMT-ED-2                         00006402
             IF WS-ER-DEPT-AMT = WS-ER-CTL-AMT                          00006403
               MOVE 'TICKED'   TO WS-LEG-MARK                           00006404
             ELSE                                                       00006405
               MOVE '*BROKEN*' TO WS-LEG-MARK                           00006406
               ADD 1 TO WS-BREAK-CT                                     00006407
             END-IF                                                     00006408
             PERFORM 3560-LEG-AMT-LINE-PARA                             00006409
                THRU 3560-LEG-AMT-LINE-PARA-EXIT                        00006410
           END-IF                                                       00006411
           MOVE SPACES TO RPT-REC                                       00006412
           PERFORM 3050-RPT-WRITE-PARA                                  00006413
              THRU 3050-RPT-WRITE-PARA-EXIT                             00006414
           IF WS-BREAK-CT > 0                                           00006415
             MOVE SPACES TO RPT-REC                                     00006416
             STRING '*** MONEY TRAIL BROKEN - DO NOT RELEASE THE '      00006417
                    'NIGHT ***' DELIMITED BY SIZE                       00006418
                    INTO RPT-REC                                        00006419
             END-STRING                                                 00006420
             PERFORM 3050-RPT-WRITE-PARA                                00006421
                THRU 3050-RPT-WRITE-PARA-EXIT                           00006430
             MOVE 0008 TO WS-RETURN-CD                                  00006440
           ELSE                                                         00006450
           .                                                            00006830
       3900-CLOSE-PARA.                                                 00006840
           CLOSE TO001-PS TO002-PS TO003-PS NETPAY-PS HREXT-PS          00006850
                 ACH-PS RTNTOT-PS CHKREG-PS GLDED-PS RPT-PS             00006851
           .                                                            00006870
       3900-CLOSE-PARA-EXIT.                                            00006880
           EXIT                                                         00006890
             MOVE WS-RPT-WRITE-CT   TO DL-AUDIT-WRITE-CT                00006990
             MOVE WS-RETURN-CD      TO DL-AUDIT-RETURN-CD               00007000
             MOVE 'COMPLETED'       TO DL-AUDIT-STATUS-TX               00007010
             IF WS-BREAK-CT > 0                                         00007011
               MOVE 'BALANCE BREAK'   TO DL-AUDIT-STATUS-TX             00007012
             END-IF                                                     00007013
             PERFORM 9100-AUDIT-CHAIN-PARA                              00007014
                THRU 9100-AUDIT-CHAIN-PARA-EXIT                         00007015
             WRITE DL-AUDIT-REC                                         00007016
             CLOSE AUDIT-PS                                             00007030
           END-IF                                                       00007040
           MOVE WS-RETURN-CD TO RETURN-CODE                             00007050
           STOP RUN                                                     00007060
           .                                                            00007070
      *-----------------------------------------------------------      00007071
      *    CHAIN THE AUDIT RECORD INTO AUDITLOG'S SEQUENCE AND          00007072
      *    HASH, WRITING THE DAY'S ANCHOR FIRST WHEN THIS IS THE        00007073
      *    FIRST RECORD OF THE DAY.                                     00007074
      *-----------------------------------------------------------      00007075
       9100-AUDIT-CHAIN-PARA.                                           00007076
           MOVE SPACES       TO DL-CHN-PARMS                            00007077
           MOVE 'NXT'        TO DL-CHN-FUNC                             00007078
           MOVE 'AUDITLOG'   TO DL-CHN-LOG                              00007079
           MOVE DL-AUDIT-END-TS(1:8) TO DL-CHN-TODAY                    00007080
           MOVE DL-AUDIT-REC TO DL-CHN-REC                              00007081
           CALL 'PAYCHAIN' USING DL-CHN-PARMS                           00007082
             ON EXCEPTION                                               00007083
               DISPLAY 'PAYCHAIN NOT AVAILABLE - AUDIT RECORD NOT '     00007084
                       'CHAINED'                                        00007085
           END-CALL                                                     00007086
           IF DL-CHN-ANCHORED                                           00007087
             WRITE DL-AUDIT-REC FROM DL-CHN-ANCHOR                      00007088
           END-IF                                                       00007089
           IF DL-CHN-OK                                                 00007090
             MOVE DL-CHN-REC TO DL-AUDIT-REC                            00007091
           END-IF                                                       00007092
           .                                                            00007093
       9100-AUDIT-CHAIN-PARA-EXIT.                                      00007094
           EXIT                                                         00007095
           .                                                            00007096

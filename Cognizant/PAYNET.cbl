      *            DED-PCT.                                             00000150
      *      'D' - DEDUCTION: DED-PCT OF GROSS PLUS THE DED-FLAT        00000160
      *            AMOUNT (BENEFITS AND OTHER WITHHOLDINGS).            00000170
      *      'G' - GARNISHMENT CEILING: DED-PCT IS THE MOST OF AN       00000171
      *            EMPLOYEE'S DISPOSABLE EARNINGS (GROSS LESS TAX)      00000172
      *            THAT ORDERS OF ONE CLASS, TOGETHER WITH EVERY        00000173
      *            CLASS AHEAD OF IT, MAY TAKE.  DED-CODE NAMES THE     00000174
      *            CLASS - GRNS CHILD SUPPORT, GRNL TAX LEVY, GRNC      00000175
      *            CREDITOR - AND IS THE WITHHOLDING CODE THE CLASS     00000176
      *            IS REGISTERED AND POSTED TO THE GL UNDER.  WITH      00000177
      *            NO CARD THE CEILINGS ARE 50, 50 AND 25 PCT.          00000178
      *    COURT-ORDERED GARNISHMENTS (GARNMST, KEPT BY GARNLOAD)       00000179
      *    ARE TAKEN AFTER TAX AND DEDUCTIONS IN STATUTORY ORDER,       00000180
      *    WITHIN THE CEILINGS ABOVE; WHAT A CEILING HOLDS BACK IS      00000181
      *    CARRIED FORWARD ON THE ORDER AS ARREARS.  EACH CYCLE'S       00000182
      *    WITHHOLDINGS GO TO THE REMITTANCE FILE (GARNRMT) AND THE     00000183
      *    REGISTER BY PAYEE AGENCY, AND AN ORDER CLOSES ITSELF         00000184
      *    ONCE ITS BALANCE IS PAID.                                    00000185
      *    EMPLOYER PAYROLL COST COMES FROM THE ERCTL CARD DECK         00000186
      *    (SAME CARD-FILE STYLE AS DEDCTL):                            00000187
      *      'R' - EMPLOYER TAX: ERCTL-PCT OF EACH LINE'S GROSS UP      00000188
      *            TO THE ANNUAL WAGE BASE ERCTL-BASE, LESS THE         00000189
      *            YEAR'S GROSS ALREADY POSTED TO ANNACC (ZERO          00000190
      *            BASE = NO CAP) - SOCIAL SECURITY AND MEDICARE        00000191
      *            MATCH, FEDERAL AND STATE UNEMPLOYMENT.               00000192
      *      'M' - EMPLOYER MATCH: ERCTL-PCT OF THE EMPLOYEE'S OWN      00000193
      *            DEDUCTION UNDER ERCTL-DED-CODE (THE 401K             00000194
      *            ELECTION), COUNTING NO MORE OF IT THAN               00000195
      *            ERCTL-LIMIT PCT OF GROSS (ZERO = NO LIMIT).          00000196
      *    EMPLOYER COST IS NEVER TAKEN FROM NET PAY.  IT PRINTS ON     00000197
      *    THE REGISTER AND GOES TO GLDEDFL AS 'E' RECORDS BY CODE      00000198
      *    AND DEPARTMENT, WITH AN 'ERC ' CONTROL TOTAL, FOR PAYGL      00000199
      *    AND PAYBAL.  WITH NO ERCTL NO EMPLOYER COST IS COMPUTED.     00000200
      *    EVERY LINE'S GROSS AND TAX WITHHELD, AND EACH 'R' CODE'S     00000201
      *    TAXABLE WAGES AND EMPLOYER TAX, ARE ALSO POSTED BY RUN       00000202
      *    MONTH TO THE QUARTERLY ACCUMULATOR (QTRACC) FOR PAYQTR,      00000203
      *    AND EVERY NETPAYFL LINE CARRIES THE RUN DATE SO PAYDRV       00000204
      *    CAN KEEP THE CYCLE HISTORY THE QUARTER RECONCILES TO.        00000205
      *    EVERY CODE THAT TAKES MONEY FROM A LINE, AND THE LINE        00000206
      *    ITSELF, ALSO GO TO THE PAY ADVICE DETAIL FILE (ADVDTL,       00000207
      *    DLADVDTL LAYOUT) IN STEP WITH NETPAYFL FOR PAYADV.           00000208
      *    A MISSING DEDCTL FALLS BACK TO THE SHOP DEFAULTS (10         00000180
      *    PCT SINGLE TAX BRACKET, 2 PCT MEDICAL), THE SAME             00000190
      *    LENIENT CONVENTION PGM USES FOR RATECTL.                     00000200
      *    THE PAY CALENDAR (PAYPRD, BUILT BY PAYSCHD) DECIDES WHO IS   00000201
      *    PAID: A PAYROLL GROUP ON THE CALENDAR IS PAID ONLY ON ITS    00000202
      *    PAY DATE, AND EVERY NETPAYFL LINE AND ANNACC POSTING IS      00000203
      *    STAMPED WITH THE PERIOD PAID.  ON ANY OTHER NIGHT THE        00000204
      *    GROUP'S SNAPSHOT EMPLOYEES ARE SKIPPED AND THEIR EARNINGS    00000205
      *    ITEMS GO TO THE HOLD FILE (EARNHLDO) TO COME BACK IN         00000206
      *    THROUGH EARNFL ON THE PAY DATE.  FINAL PAY IS NEVER HELD     00000207
      *    - A LEAVER IS PAID THE NIGHT THE RECORD ARRIVES, PERIOD      00000208
      *    00 UNLESS IT IS THE GROUP'S PAY DATE.  A GROUP NOT ON THE    00000209
      *    CALENDAR, OR A RUN WITH NO CALENDAR AT ALL, IS PAID EVERY    00000210
      *    NIGHT AS PERIOD 00.                                          00000211
      *-----------------------------------------------------------      00000210
       ENVIRONMENT DIVISION.                                            00000220
       INPUT-OUTPUT SECTION.                                            00000230
           FILE STATUS IS WS-FST-NETPAY                                 00000380
           .                                                            00000390
      *-----------------------------------------------------------      00000391
      *    EMPLOYER PAYROLL COST CARDS - EMPLOYER TAXES WITH THEIR      00000392
      *    ANNUAL WAGE BASES AND THE EMPLOYER MATCH ON AN EMPLOYEE      00000393
      *    DEDUCTION CODE.                                              00000394
      *-----------------------------------------------------------      00000395
           SELECT OPTIONAL ERCTL-PS ASSIGN TO ERCTL                     00000396
           ORGANIZATION IS SEQUENTIAL                                   00000397
           ACCESS IS SEQUENTIAL                                         00000398
           FILE STATUS IS WS-FST-ERCTL                                  00000399
           .                                                            00000400
      *-----------------------------------------------------------      00000391
      *    ONE-TIME EARNINGS (DLEARN RECORDS FROM PAYRETRO AND ANY      00000392
      *    OTHER STEP THAT OWES MONEY OUTSIDE BASE SALARY).  EACH       00000393
      *    ITEM IS TAXED MARGINALLY ON TOP OF THE EMPLOYEE'S BASE       00000394
           FILE STATUS IS WS-FST-EARN                                   00000400
           .                                                            00000401
      *-----------------------------------------------------------      00000402
      *    PAY CALENDAR (DLPAYPRD, BUILT BY PAYSCHD) AND THE            00000403
      *    EARNINGS ITEMS HELD FOR A GROUP NOT PAID TONIGHT (DLEARN     00000404
      *    LAYOUT, CARRIED BACK INTO EARNFL BY PAYDRV).                 00000405
      *-----------------------------------------------------------      00000406
           SELECT OPTIONAL PRD-PS ASSIGN TO PAYPRD                      00000407
           ORGANIZATION IS SEQUENTIAL                                   00000408
           ACCESS IS SEQUENTIAL                                         00000409
           FILE STATUS IS WS-FST-PRD                                    00000410
           .                                                            00000411
           SELECT HOLD-PS ASSIGN TO EARNHLDO                            00000412
           ORGANIZATION IS SEQUENTIAL                                   00000413
           ACCESS IS SEQUENTIAL                                         00000414
           FILE STATUS IS WS-FST-HOLD                                   00000415
           .                                                            00000416
      *-----------------------------------------------------------      00000402
      *    FINAL-PAY INPUT - TERMINATED EMPLOYEES PGM ROUTED OFF        00000403
      *    THE RAISE PASS.  EACH GETS A LAST NET-PAY LINE (CODE         00000404
      *    FINL) PRICED FROM THE CURRENT SALARY.                        00000405
           FILE STATUS IS WS-FST-ANN                                    00000422
           .                                                            00000423
      *-----------------------------------------------------------      00000424
      *    QUARTERLY TAX ACCUMULATOR (DLQTRACC CLUSTER) - EVERY         00000425
      *    CYCLE'S GROSS, TAX WITHHELD, AND EMPLOYER TAX WAGES AND      00000426
      *    AMOUNTS BY EMPLOYEE AND RUN MONTH FOR THE PAYQTR             00000427
      *    QUARTERLY RETURN.                                            00000428
      *-----------------------------------------------------------      00000429
           SELECT OPTIONAL QTR-PS ASSIGN TO QTRACC                      00000430
           ORGANIZATION IS INDEXED                                      00000431
           ACCESS IS RANDOM                                             00000432
           RECORD KEY IS DL-QTR-KEY                                     00000433
           FILE STATUS IS WS-FST-QTR                                    00000434
           .                                                            00000435
      *-----------------------------------------------------------      00000424
      *    MACHINE-READABLE RUN TOTALS FOR THE GL POSTING STEP -        00000425
      *    ONE RECORD PER WITHHOLDING CODE PLUS THE GRS/NET             00000426
      *    CONTROL RECORDS, SO PAYGL NEVER HAS TO PARSE THE             00000427
           RECORD KEY IS DL-NETKY-NEMPID                                00000443
           FILE STATUS IS WS-FST-NETKY                                  00000444
           .                                                            00000445
      *-----------------------------------------------------------      00000446
      *    WAGE GARNISHMENT ORDERS (DLGARN CLUSTER KEPT BY              00000447
      *    GARNLOAD) - READ BY EMPLOYEE AND REWRITTEN WITH THE          00000448
      *    CYCLE'S PAID-TO-DATE AND ARREARS - AND THE REMITTANCE        00000449
      *    FILE OF WHAT IS OWED TO EACH PAYEE AGENCY THIS CYCLE.        00000450
      *-----------------------------------------------------------      00000451
           SELECT OPTIONAL GARN-PS ASSIGN TO GARNMST                    00000452
           ORGANIZATION IS INDEXED                                      00000453
           ACCESS IS DYNAMIC                                            00000454
           RECORD KEY IS DL-GARN-KEY                                    00000455
           FILE STATUS IS WS-FST-GARN                                   00000456
           .                                                            00000457
           SELECT RMT-PS ASSIGN TO GARNRMT                              00000458
           ORGANIZATION IS SEQUENTIAL                                   00000459
           ACCESS IS SEQUENTIAL                                         00000460
           FILE STATUS IS WS-FST-RMT                                    00000461
           .                                                            00000462
      *-----------------------------------------------------------      00000463
      *    PAY ADVICE DETAIL - THE CODES BEHIND EACH NETPAYFL LINE'S    00000464
      *    TAX AND DEDUCTION TOTALS, FOR THE PAYADV PAY ADVICES.        00000465
      *-----------------------------------------------------------      00000466
           SELECT ADV-PS ASSIGN TO ADVDTL                               00000467
           ORGANIZATION IS SEQUENTIAL                                   00000468
           ACCESS IS SEQUENTIAL                                         00000469
           FILE STATUS IS WS-FST-ADV                                    00000470
           .                                                            00000471
           SELECT RPT-PS ASSIGN TO DEDRGRPT                             00000400
           ORGANIZATION IS SEQUENTIAL                                   00000410
           ACCESS IS SEQUENTIAL                                         00000420
         05 F                   PIC X(01).                              00000800
         05 DEDCTL-FLAT         PIC 9(05).                              00000810
         05 F                   PIC X(47).                              00000820
       FD ERCTL-PS                                                      00000821
           RECORD CONTAINS 80 CHARACTERS.                               00000822
       01 ERCTL-REC.                                                    00000823
         05 ERCTL-TYPE          PIC X(01).                              00000824
         05 F                   PIC X(01).                              00000825
         05 ERCTL-CODE          PIC X(04).                              00000826
         05 F                   PIC X(01).                              00000827
         05 ERCTL-BASE          PIC 9(07).                              00000828
         05 F                   PIC X(01).                              00000829
         05 ERCTL-PCT           PIC 9(02)V9(02).                        00000830
         05 F                   PIC X(01).                              00000831
         05 ERCTL-LIMIT         PIC 9(02)V9(02).                        00000832
         05 F                   PIC X(01).                              00000833
         05 ERCTL-DED-CODE      PIC X(04).                              00000834
         05 F                   PIC X(51).                              00000835
       FD NETPAY-PS                                                     00000830
           RECORD CONTAINS 80 CHARACTERS.                               00000840
       01 NETPAY-REC.                                                   00000850
         05 NP-EARN-CODE        PIC X(04).                              00000942
         05 F                   PIC X(01).                              00000943
         05 NP-EMPGROUP         PIC X(02).                              00000944
         05 F                   PIC X(01).                              00000945
         05 NP-RUN-DATE         PIC X(10).                              00000946
         05 F                   PIC X(01).                              00000947
         05 NP-PERIOD           PIC 9(02).                              00000948
         05 F                   PIC X(08).                              00000949
       FD NETKY-PS                                                      00000925
           RECORD CONTAINS 80 CHARACTERS.                               00000926
           COPY DLNETKY.                                                00000927
         05 GLD-TYPE            PIC X(01).                              00000935
         05 F                   PIC X(01).                              00000936
         05 GLD-AMT             PIC 9(11)V9(02).                        00000937
         05 F                   PIC X(01).                              00000938
         05 GLD-DEPT            PIC X(04).                              00000939
         05 F                   PIC X(55).                              00000940
       FD ANN-PS                                                        00000935
           RECORD CONTAINS 80 CHARACTERS.                               00000936
           COPY DLANNACC.                                               00000937
       FD QTR-PS                                                        00000938
           RECORD CONTAINS 80 CHARACTERS.                               00000939
           COPY DLQTRACC.                                               00000940
       FD ELECT-PS                                                      00000940
           RECORD CONTAINS 80 CHARACTERS.                               00000941
           COPY DLELECT.                                                00000942
       FD GARN-PS                                                       00000943
           RECORD CONTAINS 80 CHARACTERS.                               00000944
           COPY DLGARN.                                                 00000945
      *    'D' - ONE ORDER'S WITHHOLDING THIS CYCLE.                    00000946
      *    'A' - ONE PAYEE AGENCY'S REMITTANCE TOTAL.                   00000947
      *    'T' - RUN TOTAL OF EVERY AGENCY'S REMITTANCE.                00000948
       FD RMT-PS                                                        00000949
           RECORD CONTAINS 80 CHARACTERS.                               00000950
       01 RMT-DTL-REC.                                                  00000951
         05 RMT-REC-TYPE        PIC X(01).                              00000952
         05 F                   PIC X(01).                              00000953
         05 RMT-AGENCY          PIC X(06).                              00000954
         05 F                   PIC X(01).                              00000955
         05 RMT-CASE            PIC X(12).                              00000956
         05 F                   PIC X(01).                              00000957
         05 RMT-NEMPID          PIC X(06).                              00000958
         05 F                   PIC X(01).                              00000959
         05 RMT-AMT             PIC 9(07)V9(02).                        00000960
         05 F                   PIC X(01).                              00000961
         05 RMT-ARREARS         PIC 9(07)V9(02).                        00000962
         05 F                   PIC X(01).                              00000963
         05 RMT-STATUS          PIC X(01).                              00000964
         05 F                   PIC X(01).                              00000965
         05 RMT-DATE            PIC X(10).                              00000966
         05 F                   PIC X(19).                              00000967
       01 RMT-TOT-REC.                                                  00000968
         05 RMA-REC-TYPE        PIC X(01).                              00000969
         05 F                   PIC X(01).                              00000970
         05 RMA-AGENCY          PIC X(06).                              00000971
         05 F                   PIC X(01).                              00000972
         05 RMA-CT              PIC 9(06).                              00000973
         05 F                   PIC X(01).                              00000974
         05 RMA-AMT             PIC 9(09)V9(02).                        00000975
         05 F                   PIC X(01).                              00000976
         05 RMA-DATE            PIC X(10).                              00000977
         05 F                   PIC X(42).                              00000978
       FD ADV-PS                                                        00000979
           RECORD CONTAINS 80 CHARACTERS.                               00000980
           COPY DLADVDTL.                                               00000981
       FD TERM-PS                                                       00000945
           RECORD CONTAINS 80 CHARACTERS.                               00000946
       01 TERM-REC.                                                     00000947
       FD EARN-PS                                                       00000951
           RECORD CONTAINS 80 CHARACTERS.                               00000952
           COPY DLEARN.                                                 00000953
       FD PRD-PS                                                        00000954
           RECORD CONTAINS 80 CHARACTERS.                               00000955
           COPY DLPAYPRD.                                               00000956
       FD HOLD-PS                                                       00000957
           RECORD CONTAINS 80 CHARACTERS.                               00000958
           COPY DLEARN REPLACING LEADING ==DL-EARN== BY ==HLD-EARN==.   00000959
       FD RPT-PS                                                        00000960
           RECORD CONTAINS 132 CHARACTERS.                              00000970
       01 RPT-REC                PIC X(132).                            00000980
       FD AUDIT-PS                                                      00000990
           RECORD CONTAINS 100 CHARACTERS.                              00001000
           COPY DLAUDIT.                                                00001010
       WORKING-STORAGE SECTION.                                         00001020
       01 WS-VARS.                                                      00001030
           10 DT-TOTAL         PIC 9(09)V9(02).                         00001320
           10 DT-EMP-CT        PIC 9(06).                               00001330
           10 DT-ELC-CT        PIC 9(06).                               00001331
           10 DT-CUR-AMT       PIC 9(07)V9(02).                         00001332
         05 WS-GROSS           PIC 9(07)V9(02).                         00001340
         05 WS-TAX             PIC 9(07)V9(02).                         00001350
         05 WS-DEDUCT          PIC 9(07)V9(02).                         00001360
      *    RUN AND WORKED OFF AS EACH EMPLOYEE'S BASE LINE IS           00001456
      *    WRITTEN.  ENTRIES STILL UNUSED AT END OF RUN (EMPLOYEE       00001457
      *    NOT ON THE SNAPSHOT) ARE STILL PAID, TAXED FROM A ZERO       00001458
      *    BASE, AND CALLED OUT ON THE REGISTER - UNLESS THE ITEM       00001459
      *    CARRIES ITS OWN DEPARTMENT, AS HOURLY PAY DOES, WHEN NO      00001460
      *    BASE LINE IS EXACTLY WHAT WAS EXPECTED.                      00001461
      *-----------------------------------------------------------      00001460
         05 WS-EARN-CT         PIC 9(04) VALUE ZEROES.                  00001461
         05 WS-EARN-TBL OCCURS 2000 TIMES INDEXED BY EARN-IDX.          00001462
           10 ET-NEMPID        PIC X(06).                               00001463
           10 ET-CODE          PIC X(04).                               00001464
           10 ET-AMT           PIC 9(07)V9(02).                         00001465
           10 ET-DEPT          PIC X(04).                               00001466
           10 ET-FNAME         PIC X(10).                               00001467
           10 ET-LNAME         PIC X(10).                               00001468
           10 ET-DATE          PIC X(10).                               00001469
           10 ET-GROUP         PIC X(02).                               00001470
           10 ET-USED-SW       PIC X(01).                               00001466
             88 ET-USED        VALUE 'Y'.                               00001467
             88 ET-HELD        VALUE 'H'.                               00001468
             88 ET-PENDING     VALUE 'N'.                               00001469
         05 WS-EARN-EMP        PIC X(06).                               00001468
         05 WS-EARN-BASIS      PIC 9(08)V9(02).                         00001469
         05 WS-TAX-BASIS       PIC 9(08)V9(02).                         00001470
         05 WS-EARN-NET        PIC S9(07)V9(02).                        00001474
         05 WS-EARN-LINE-CT    PIC 9(06) VALUE ZEROES.                  00001475
         05 WS-EARN-ORPH-CT    PIC 9(06) VALUE ZEROES.                  00001476
         05 WS-EARN-HRLY-CT    PIC 9(06) VALUE ZEROES.                  00001477
         05 WS-RUN-GROUP       PIC X(02) VALUE SPACES.                  00001477
      *-----------------------------------------------------------      00001478
      *    PAYROLL GROUPS ON THE PAY CALENDAR, EACH WITH THE PERIOD     00001479
      *    PAID TONIGHT WHEN TONIGHT IS ITS PAY DATE.                   00001480
      *-----------------------------------------------------------      00001481
         05 WS-FST-PRD   PIC 9(02).                                     00001482
           88 C05-PRD-SUCCESS   VALUE 00 05.                            00001483
           88 C05-PRD-EOF       VALUE 10.                               00001484
         05 WS-FST-HOLD  PIC 9(02).                                     00001485
           88 C05-HOLD-SUCCESS  VALUE 00.                               00001486
         05 WS-RUN-DASH        PIC X(10).                               00001487
         05 WS-PRD-CT          PIC 9(06) VALUE ZEROES.                  00001488
         05 WS-PG-CT           PIC 9(02) VALUE ZEROES.                  00001489
         05 WS-PG-TBL OCCURS 20 TIMES INDEXED BY PG-IDX.                00001490
           10 PG-GROUP         PIC X(02).                               00001491
           10 PG-PERIOD        PIC 9(02).                               00001492
           10 PG-PAID-SW       PIC X(01).                               00001493
             88 PG-PAID        VALUE 'Y'.                               00001494
         05 WS-PG-HOLD         PIC 9(02).                               00001495
         05 WS-PG-FOUND-SW     PIC X(01).                               00001496
           88 WS-PG-FOUND      VALUE 'Y'.                               00001497
         05 WS-PG-GROUP        PIC X(02).                               00001498
         05 WS-PG-PAY-SW       PIC X(01).                               00001499
           88 WS-PG-PAY-TONIGHT VALUE 'Y'.                              00001500
         05 WS-CUR-PERIOD      PIC 9(02) VALUE ZEROES.                  00001501
         05 WS-HELD-EMP-CT     PIC 9(06) VALUE ZEROES.                  00001502
         05 WS-HELD-ITEM-CT    PIC 9(06) VALUE ZEROES.                  00001503
         05 WS-FST-TERM  PIC 9(02).                                     00001478
           88 C05-TERM-SUCCESS  VALUE 00 05.                            00001479
           88 C05-TERM-EOF      VALUE 10.                               00001480
           88 WS-ELC-FOUND     VALUE 'Y'.                               00001497
         05 WS-ELC-HOLD        PIC 9(04).                               00001498
         05 WS-CALC-EMP        PIC X(06).                               00001499
         05 WS-CALC-FNAME      PIC X(10).                               00001500
         05 WS-CALC-LNAME      PIC X(10).                               00001501
         05 WS-EMP-ELC-SW      PIC X(01).                               00001500
           88 WS-EMP-ELECTED   VALUE 'Y'.                               00001501
         05 WS-FST-ANN   PIC 9(02).                                     00001502
         05 WS-POST-CODE       PIC X(04).                               00001508
         05 WS-POST-AMT        PIC 9(11)V9(02).                         00001509
         05 WS-POST-CT         PIC 9(06) VALUE ZEROES.                  00001510
         05 WS-FST-QTR   PIC 9(02).                                     00001511
           88 C05-QTR-SUCCESS   VALUE 00 05.                            00001512
           88 C05-QTR-NOTFND    VALUE 23.                               00001513
         05 WS-QTR-OPEN-SW     PIC X(01) VALUE 'N'.                     00001514
           88 WS-QTR-IS-OPEN    VALUE 'Y'.                              00001515
         05 WS-QTR-MONTH       PIC X(02).                               00001516
         05 WS-QTR-WAGES       PIC 9(11)V9(02).                         00001517
         05 WS-FST-ADV   PIC 9(02).                                     00001518
           88 C05-ADV-SUCCESS   VALUE 00.                               00001519
         05 WS-ADV-EMP         PIC X(06).                               00001520
         05 WS-ADV-LINE        PIC X(04).                               00001521
         05 WS-ADV-TYPE        PIC X(01).                               00001522
         05 WS-ADV-CODE        PIC X(04).                               00001523
         05 WS-ADV-AMT         PIC 9(07)V9(02).                         00001524
         05 WS-FST-GLDED PIC 9(02).                                     00001511
           88 C05-GLDED-SUCCESS VALUE 00.                               00001512
         05 WS-FST-NETKY PIC 9(02).                                     00001513
         05 WS-NK-TAX          PIC S9(07)V9(02).                        00001519
         05 WS-NK-DEDUCT       PIC 9(07)V9(02).                         00001520
         05 WS-NK-NET          PIC S9(07)V9(02).                        00001521
      *-----------------------------------------------------------      00001522
      *    GARNISHMENT ORDER CLASSES IN STATUTORY ORDER OF              00001523
      *    PRECEDENCE, EACH WITH ITS CEILING AS A PERCENTAGE OF         00001524
      *    DISPOSABLE EARNINGS.  A CLASS'S CEILING COVERS WHAT THE      00001525
      *    CLASSES AHEAD OF IT HAVE ALREADY TAKEN.                      00001526
      *-----------------------------------------------------------      00001527
         05 WS-FST-GARN  PIC 9(02).                                     00001528
           88 C05-GARN-SUCCESS  VALUE 00 05.                            00001529
           88 C05-GARN-EOF      VALUE 10.                               00001530
         05 WS-GARN-OPEN-SW    PIC X(01) VALUE 'N'.                     00001531
           88 WS-GARN-IS-OPEN   VALUE 'Y'.                              00001532
         05 WS-FST-RMT   PIC 9(02).                                     00001533
           88 C05-RMT-SUCCESS   VALUE 00.                               00001534
         05 WS-GARN-CAP-TBL OCCURS 3 TIMES INDEXED BY GRN-IDX.          00001535
           10 GC-TYPE          PIC X(01).                               00001536
           10 GC-CODE          PIC X(04).                               00001537
           10 GC-PCT           PIC 9(02)V9(02).                         00001538
           10 GC-TOTAL         PIC 9(09)V9(02).                         00001539
           10 GC-ORD-CT        PIC 9(06).                               00001540
         05 WS-GARN-DISP       PIC 9(07)V9(02).                         00001541
         05 WS-GARN-ROOM       PIC S9(07)V9(02).                        00001542
         05 WS-GARN-LIMIT      PIC S9(07)V9(02).                        00001543
         05 WS-GARN-DUE        PIC 9(07)V9(02).                         00001544
         05 WS-GARN-DEMAND     PIC 9(08)V9(02).                         00001545
         05 WS-GARN-BAL        PIC 9(07)V9(02).                         00001546
         05 WS-GARN-TAKE       PIC 9(07)V9(02).                         00001547
         05 WS-GARN-EMP-AMT    PIC 9(07)V9(02).                         00001548
         05 WS-GARN-TOT        PIC 9(09)V9(02) VALUE ZEROES.            00001549
         05 WS-GARN-ANY-SW     PIC X(01).                               00001550
           88 WS-GARN-ANY       VALUE 'Y'.                              00001551
         05 WS-GARN-END-SW     PIC X(01).                               00001552
           88 WS-GARN-END       VALUE 'Y'.                              00001553
         05 WS-GARN-ORDER-CT   PIC 9(06) VALUE ZEROES.                  00001554
         05 WS-GARN-SHORT-CT   PIC 9(06) VALUE ZEROES.                  00001555
         05 WS-GARN-CLOSED-CT  PIC 9(06) VALUE ZEROES.                  00001556
         05 WS-PCT-ED          PIC Z9.99.                               00001557
      *-----------------------------------------------------------      00001558
      *    REMITTANCE TOTALS BY PAYEE AGENCY, BUILT AS EACH ORDER       00001559
      *    IS WITHHELD AND WRITTEN AT END OF RUN.                       00001560
      *-----------------------------------------------------------      00001561
         05 WS-AGY-CT          PIC 9(04) VALUE ZEROES.                  00001562
         05 WS-AGY-TBL OCCURS 200 TIMES INDEXED BY AGY-IDX.             00001563
           10 AG-AGENCY        PIC X(06).                               00001564
           10 AG-CT            PIC 9(06).                               00001565
           10 AG-AMT           PIC 9(09)V9(02).                         00001566
         05 WS-AGY-FOUND-SW    PIC X(01).                               00001567
           88 WS-AGY-FOUND      VALUE 'Y'.                              00001568
         05 WS-AGY-HOLD        PIC 9(04).                               00001569
      *-----------------------------------------------------------      00001570
      *    EMPLOYER COST TABLE FROM ERCTL, AND THE CYCLE'S EMPLOYER     00001571
      *    COST BY CODE AND DEPARTMENT FOR THE GL FEED.                 00001572
      *-----------------------------------------------------------      00001573
         05 WS-FST-ERCTL PIC 9(02).                                     00001574
           88 C05-ERCTL-SUCCESS VALUE 00 05.                            00001575
           88 C05-ERCTL-EOF     VALUE 10.                               00001576
         05 WS-ER-CT           PIC 9(02) VALUE ZEROES.                  00001577
         05 WS-ER-TBL OCCURS 20 TIMES INDEXED BY ER-IDX.                00001578
           10 ER-TYPE          PIC X(01).                               00001579
           10 ER-CODE          PIC X(04).                               00001580
           10 ER-BASE          PIC 9(07).                               00001581
           10 ER-PCT           PIC 9(02)V9(02).                         00001582
           10 ER-LIMIT         PIC 9(02)V9(02).                         00001583
           10 ER-DED-CODE      PIC X(04).                               00001584
           10 ER-TOTAL         PIC 9(09)V9(02).                         00001585
           10 ER-EMP-CT        PIC 9(06).                               00001586
         05 WS-CALC-DEPT       PIC X(04).                               00001587
         05 WS-ER-DED-SW       PIC X(01).                               00001588
           88 WS-ER-DED-LINE    VALUE 'Y'.                              00001589
         05 WS-ER-FOUND-SW     PIC X(01).                               00001590
           88 WS-ER-FOUND       VALUE 'Y'.                              00001591
         05 WS-ER-YTD          PIC 9(11)V9(02).                         00001592
         05 WS-ER-LINE-GROSS   PIC 9(07)V9(02).                         00001593
         05 WS-ER-WAGES        PIC 9(07)V9(02).                         00001594
         05 WS-ER-ROOM         PIC S9(11)V9(02).                        00001595
         05 WS-ER-CONTRIB      PIC 9(07)V9(02).                         00001596
         05 WS-ER-LIMIT-AMT    PIC 9(07)V9(02).                         00001597
         05 WS-ER-AMT          PIC 9(07)V9(02).                         00001598
         05 WS-ER-TOT          PIC 9(09)V9(02) VALUE ZEROES.            00001599
         05 WS-BASE-ED         PIC Z,ZZZ,ZZ9.                           00001600
         05 WS-ERD-CT          PIC 9(04) VALUE ZEROES.                  00001601
         05 WS-ERD-TBL OCCURS 1000 TIMES INDEXED BY ERD-IDX.            00001602
           10 ED-CODE          PIC X(04).                               00001603
           10 ED-DEPT          PIC X(04).                               00001604
           10 ED-AMT           PIC 9(09)V9(02).                         00001605
         05 WS-ERD-FULL-SW     PIC X(01) VALUE 'N'.                     00001606
           88 WS-ERD-FULL       VALUE 'Y'.                              00001607
         05 WS-RUNC-PARMS.                                              00001460
           10 WS-RUNC-FUNC   PIC X(03).                                 00001470
           10 WS-RUNC-PGM    PIC X(08).                                 00001480
           10 WS-RUNC-DATE   PIC X(10).                                 00001490
           10 WS-RUNC-RESULT PIC X(01).                                 00001500
       COPY DLCHAIN.                                                    00001501
       LINKAGE SECTION.                                                 00001510
       01 LK-PARM-REC.                                                  00001520
           05 LK-RUN-DATE    PIC X(10).                                 00001530
           END-IF                                                       00001700
           PERFORM 1100-RUNCTL-CHECK-PARA                               00001710
              THRU 1100-RUNCTL-CHECK-PARA-EXIT                          00001720
           PERFORM 1330-GARN-CAP-DEFAULT-PARA                           00001721
              THRU 1330-GARN-CAP-DEFAULT-PARA-EXIT                      00001722
           PERFORM 1300-DEDCTL-LOAD-PARA                                00001730
              THRU 1300-DEDCTL-LOAD-PARA-EXIT                           00001740
           PERFORM 1400-EARN-LOAD-PARA                                  00001741
              THRU 1400-EARN-LOAD-PARA-EXIT                             00001742
           PERFORM 1500-ELECT-LOAD-PARA                                 00001743
              THRU 1500-ELECT-LOAD-PARA-EXIT                            00001744
           PERFORM 1600-ERCTL-LOAD-PARA                                 00001745
              THRU 1600-ERCTL-LOAD-PARA-EXIT                            00001746
           IF WS-RUN-DATE(5:1) = '-'                                    00001747
             MOVE WS-RUN-DATE TO WS-RUN-DASH                            00001748
           ELSE                                                         00001749
             MOVE SPACES           TO WS-RUN-DASH                       00001750
             STRING WS-RUN-DATE(1:4) '-' WS-RUN-DATE(5:2) '-'           00001751
                    WS-RUN-DATE(7:2) DELIMITED BY SIZE                  00001752
                    INTO WS-RUN-DASH                                    00001753
             END-STRING                                                 00001754
           END-IF                                                       00001755
           PERFORM 1700-PRD-LOAD-PARA                                   00001756
              THRU 1700-PRD-LOAD-PARA-EXIT                              00001757
           MOVE WS-RUN-DATE(1:4) TO WS-ANN-YEAR                         00001745
           IF WS-RUN-DATE(5:1) = '-'                                    00001746
             MOVE WS-RUN-DATE(6:2) TO WS-QTR-MONTH                      00001747
           ELSE                                                         00001748
             MOVE WS-RUN-DATE(5:2) TO WS-QTR-MONTH                      00001749
           END-IF                                                       00001750
           .                                                            00001750
       1000-INIT-PARA-EXIT.                                             00001760
           EXIT                                                         00001770
                                    DT-EMP-CT(WS-DED-CT)                00002480
                                    DT-ELC-CT(WS-DED-CT)                00002481
             END-IF                                                     00002490
             IF DEDCTL-TYPE = 'G'                                       00002491
               PERFORM 1340-GARN-CAP-SET-PARA                           00002492
                  THRU 1340-GARN-CAP-SET-PARA-EXIT                      00002493
                  VARYING GRN-IDX FROM 1 BY 1                           00002494
                  UNTIL GRN-IDX > 3                                     00002495
             END-IF                                                     00002496
           WHEN C05-DEDCTL-EOF                                          00002500
             CONTINUE                                                   00002510
           WHEN OTHER                                                   00002520
       1320-DEDCTL-DEFAULT-PARA-EXIT.                                   00002740
           EXIT                                                         00002750
           .                                                            00002760
       1330-GARN-CAP-DEFAULT-PARA.                                      00002761
           MOVE 'S'     TO GC-TYPE(1)                                   00002762
           MOVE 'GRNS'  TO GC-CODE(1)                                   00002763
           MOVE 50.00   TO GC-PCT(1)                                    00002764
           MOVE 'L'     TO GC-TYPE(2)                                   00002765
           MOVE 'GRNL'  TO GC-CODE(2)                                   00002766
           MOVE 50.00   TO GC-PCT(2)                                    00002767
           MOVE 'C'     TO GC-TYPE(3)                                   00002768
           MOVE 'GRNC'  TO GC-CODE(3)                                   00002769
           MOVE 25.00   TO GC-PCT(3)                                    00002770
           MOVE ZEROES  TO GC-TOTAL(1) GC-TOTAL(2) GC-TOTAL(3)          00002771
                           GC-ORD-CT(1) GC-ORD-CT(2) GC-ORD-CT(3)       00002772
           .                                                            00002773
       1330-GARN-CAP-DEFAULT-PARA-EXIT.                                 00002774
           EXIT                                                         00002775
           .                                                            00002776
       1340-GARN-CAP-SET-PARA.                                          00002777
           IF GC-CODE(GRN-IDX) = DEDCTL-CODE AND                        00002778
              DEDCTL-PCT IS NUMERIC                                     00002779
             MOVE DEDCTL-PCT TO GC-PCT(GRN-IDX)                         00002780
           END-IF                                                       00002781
           .                                                            00002782
       1340-GARN-CAP-SET-PARA-EXIT.                                     00002783
           EXIT                                                         00002784
           .                                                            00002785
       1400-EARN-LOAD-PARA.                                             00002761
           OPEN INPUT EARN-PS                                           00002762
           EVALUATE TRUE                                                00002763
           WHEN C05-EARN-SUCCESS                                        00002781
             IF DL-EARN-NEMPID > SPACES AND                             00002782
                DL-EARN-AMT IS NUMERIC AND                              00002783
                WS-EARN-CT < 2000                                       00002784
               ADD 1 TO WS-EARN-CT                                      00002785
               MOVE DL-EARN-NEMPID TO ET-NEMPID(WS-EARN-CT)             00002786
               MOVE DL-EARN-CODE   TO ET-CODE(WS-EARN-CT)               00002787
               MOVE DL-EARN-AMT    TO ET-AMT(WS-EARN-CT)                00002788
               MOVE DL-EARN-DEPT   TO ET-DEPT(WS-EARN-CT)               00002789
               MOVE DL-EARN-FNAME  TO ET-FNAME(WS-EARN-CT)              00002790
               MOVE DL-EARN-LNAME  TO ET-LNAME(WS-EARN-CT)              00002791
               MOVE DL-EARN-DATE   TO ET-DATE(WS-EARN-CT)               00002792
               MOVE DL-EARN-GROUP  TO ET-GROUP(WS-EARN-CT)              00002793
               MOVE 'N'            TO ET-USED-SW(WS-EARN-CT)            00002789
             ELSE                                                       00002790
               DISPLAY 'EARNINGS RECORD SKIPPED: ' DL-EARN-NEMPID       00002791
       1510-ELECT-READ-PARA-EXIT.                                       00002846
           EXIT                                                         00002847
           .                                                            00002848
       1600-ERCTL-LOAD-PARA.                                            00002849
           OPEN INPUT ERCTL-PS                                          00002850
           EVALUATE TRUE                                                00002851
           WHEN C05-ERCTL-SUCCESS                                       00002852
             PERFORM 1610-ERCTL-READ-PARA                               00002853
                THRU 1610-ERCTL-READ-PARA-EXIT                          00002854
                UNTIL C05-ERCTL-EOF                                     00002855
             CLOSE ERCTL-PS                                             00002856
             DISPLAY 'EMPLOYER COST CARDS LOADED: ' WS-ER-CT            00002857
           WHEN OTHER                                                   00002858
             DISPLAY 'ERCTL NOT AVAILABLE - NO EMPLOYER COST '          00002859
                     'THIS CYCLE'                                       00002860
           END-EVALUATE                                                 00002861
           .                                                            00002862
       1600-ERCTL-LOAD-PARA-EXIT.                                       00002863
           EXIT                                                         00002864
           .                                                            00002865
       1610-ERCTL-READ-PARA.                                            00002866
           READ ERCTL-PS                                                00002867
           EVALUATE TRUE                                                00002868
           WHEN C05-ERCTL-SUCCESS                                       00002869
             EVALUATE TRUE                                              00002870
             WHEN ERCTL-TYPE NOT = 'R' AND ERCTL-TYPE NOT = 'M'         00002871
               CONTINUE                                                 00002872
             WHEN ERCTL-CODE = SPACES OR                                00002873
                  ERCTL-BASE IS NOT NUMERIC OR                          00002874
                  ERCTL-PCT IS NOT NUMERIC                              00002875
               DISPLAY 'EMPLOYER COST CARD SKIPPED: ' ERCTL-CODE        00002876
             WHEN ERCTL-TYPE = 'M' AND                                  00002877
                  (ERCTL-LIMIT IS NOT NUMERIC OR                        00002878
                   ERCTL-DED-CODE = SPACES)                             00002879
               DISPLAY 'EMPLOYER MATCH CARD SKIPPED: ' ERCTL-CODE       00002880
             WHEN WS-ER-CT < 20                                         00002881
               ADD 1 TO WS-ER-CT                                        00002882
               MOVE ERCTL-TYPE  TO ER-TYPE(WS-ER-CT)                    00002883
               MOVE ERCTL-CODE  TO ER-CODE(WS-ER-CT)                    00002884
               MOVE ERCTL-BASE  TO ER-BASE(WS-ER-CT)                    00002885
               MOVE ERCTL-PCT   TO ER-PCT(WS-ER-CT)                     00002886
               MOVE ZEROES      TO ER-LIMIT(WS-ER-CT)                   00002887
               MOVE SPACES      TO ER-DED-CODE(WS-ER-CT)                00002888
               IF ERCTL-TYPE = 'M'                                      00002889
                 MOVE ERCTL-LIMIT    TO ER-LIMIT(WS-ER-CT)              00002890
                 MOVE ERCTL-DED-CODE TO ER-DED-CODE(WS-ER-CT)           00002891
               END-IF                                                   00002892
               MOVE ZEROES      TO ER-TOTAL(WS-ER-CT)                   00002893
                                   ER-EMP-CT(WS-ER-CT)                  00002894
             WHEN OTHER                                                 00002895
               DISPLAY 'EMPLOYER COST TABLE FULL - CARD SKIPPED: '      00002896
                       ERCTL-CODE                                       00002897
             END-EVALUATE                                               00002898
           WHEN C05-ERCTL-EOF                                           00002899
             CONTINUE                                                   00002900
           WHEN OTHER                                                   00002901
             DISPLAY 'ERCTL READ FAILED ' WS-FST-ERCTL                  00002902
             MOVE 10 TO WS-FST-ERCTL                                    00002903
           END-EVALUATE                                                 00002904
           .                                                            00002905
       1610-ERCTL-READ-PARA-EXIT.                                       00002906
           EXIT                                                         00002907
           .                                                            00002908
      *-----------------------------------------------------------      00002909
      *    LOAD THE PAY CALENDAR: EVERY GROUP ON IT, AND THE PERIOD     00002910
      *    OF ANY GROUP WHOSE PAY DATE IS TONIGHT.                      00002911
      *-----------------------------------------------------------      00002912
       1700-PRD-LOAD-PARA.                                              00002913
           OPEN INPUT PRD-PS                                            00002914
           EVALUATE TRUE                                                00002915
           WHEN C05-PRD-SUCCESS                                         00002916
             PERFORM 1710-PRD-READ-PARA                                 00002917
                THRU 1710-PRD-READ-PARA-EXIT                            00002918
                UNTIL C05-PRD-EOF                                       00002919
             CLOSE PRD-PS                                               00002920
           WHEN OTHER                                                   00002921
             CONTINUE                                                   00002922
           END-EVALUATE                                                 00002923
           IF WS-PRD-CT = 0                                             00002924
             DISPLAY 'PAYPRD NOT AVAILABLE OR EMPTY - EVERY GROUP '     00002925
                     'PAID THIS RUN'                                    00002926
           ELSE                                                         00002927
             DISPLAY 'PAY CALENDAR GROUPS LOADED: ' WS-PG-CT            00002928
           END-IF                                                       00002929
           .                                                            00002930
       1700-PRD-LOAD-PARA-EXIT.                                         00002931
           EXIT                                                         00002932
           .                                                            00002933
       1710-PRD-READ-PARA.                                              00002934
           READ PRD-PS                                                  00002935
           EVALUATE TRUE                                                00002936
           WHEN C05-PRD-SUCCESS                                         00002937
             ADD 1 TO WS-PRD-CT                                         00002938
             MOVE DL-PP-GROUP TO WS-PG-GROUP                            00002939
             PERFORM 1720-PRD-FIND-PARA                                 00002940
                THRU 1720-PRD-FIND-PARA-EXIT                            00002941
             IF WS-PG-FOUND AND DL-PP-PAY-DATE = WS-RUN-DASH            00002942
               MOVE DL-PP-PERIOD TO PG-PERIOD(WS-PG-HOLD)               00002943
               MOVE 'Y'          TO PG-PAID-SW(WS-PG-HOLD)              00002944
             END-IF                                                     00002945
           WHEN C05-PRD-EOF                                             00002946
             CONTINUE                                                   00002947
           WHEN OTHER                                                   00002948
             DISPLAY 'PAYPRD READ FAILED ' WS-FST-PRD                   00002949
             MOVE 0008 TO WS-RETURN-CD                                  00002950
             MOVE 10 TO WS-FST-PRD                                      00002951
           END-EVALUATE                                                 00002952
           .                                                            00002953
       1710-PRD-READ-PARA-EXIT.                                         00002954
           EXIT                                                         00002955
           .                                                            00002956
       1720-PRD-FIND-PARA.                                              00002957
           MOVE 'N' TO WS-PG-FOUND-SW                                   00002958
           PERFORM 1725-PRD-SCAN-PARA                                   00002959
              THRU 1725-PRD-SCAN-PARA-EXIT                              00002960
              VARYING PG-IDX FROM 1 BY 1                                00002961
              UNTIL PG-IDX > WS-PG-CT OR WS-PG-FOUND                    00002962
           IF NOT WS-PG-FOUND AND WS-PG-CT < 20                         00002963
             ADD 1 TO WS-PG-CT                                          00002964
             MOVE WS-PG-CT    TO WS-PG-HOLD                             00002965
             MOVE WS-PG-GROUP TO PG-GROUP(WS-PG-HOLD)                   00002966
             MOVE ZEROES      TO PG-PERIOD(WS-PG-HOLD)                  00002967
             MOVE 'N'         TO PG-PAID-SW(WS-PG-HOLD)                 00002968
             MOVE 'Y'         TO WS-PG-FOUND-SW                         00002969
           END-IF                                                       00002970
           .                                                            00002971
       1720-PRD-FIND-PARA-EXIT.                                         00002972
           EXIT                                                         00002973
           .                                                            00002974
       1725-PRD-SCAN-PARA.                                              00002975
           IF PG-GROUP(PG-IDX) = WS-PG-GROUP                            00002976
             MOVE 'Y' TO WS-PG-FOUND-SW                                 00002977
             SET WS-PG-HOLD TO PG-IDX                                   00002978
           END-IF                                                       00002979
           .                                                            00002980
       1725-PRD-SCAN-PARA-EXIT.                                         00002981
           EXIT                                                         00002982
           .                                                            00002983
       3000-PROC-PARA.                                                  00002770
           PERFORM 3100-OPEN-PARA                                       00002780
              THRU 3100-OPEN-PARA-EXIT                                  00002790
             DISPLAY 'ANNACC NOT AVAILABLE - ANNUAL ACCUMULATOR '       00003297
                     'NOT POSTED'                                       00003298
           END-EVALUATE                                                 00003299
           OPEN I-O QTR-PS                                              00003300
           EVALUATE TRUE                                                00003301
           WHEN C05-QTR-SUCCESS                                         00003302
             DISPLAY 'QTR-PS OPENED'                                    00003303
             SET WS-QTR-IS-OPEN TO TRUE                                 00003304
           WHEN OTHER                                                   00003305
             DISPLAY 'QTRACC NOT AVAILABLE - QUARTERLY ACCUMULATOR '    00003306
                     'NOT POSTED'                                       00003307
           END-EVALUATE                                                 00003308
           OPEN I-O GARN-PS                                             00003300
           EVALUATE TRUE                                                00003301
           WHEN C05-GARN-SUCCESS                                        00003302
             DISPLAY 'GARN-PS OPENED'                                   00003303
             SET WS-GARN-IS-OPEN TO TRUE                                00003304
           WHEN OTHER                                                   00003305
             DISPLAY 'GARNMST NOT AVAILABLE - NO GARNISHMENTS '         00003306
                     'APPLIED'                                          00003307
           END-EVALUATE                                                 00003308
           OPEN OUTPUT RMT-PS                                           00003309
           EVALUATE TRUE                                                00003310
           WHEN C05-RMT-SUCCESS                                         00003311
             DISPLAY 'RMT-PS OPENED'                                    00003312
           WHEN OTHER                                                   00003313
             DISPLAY 'RMT-PS OPEN FAILED ' WS-FST-RMT                   00003314
             MOVE 0008 TO WS-RETURN-CD                                  00003315
             PERFORM 9000-TERM-PARA                                     00003316
           END-EVALUATE                                                 00003317
           OPEN OUTPUT ADV-PS                                           00003318
           EVALUATE TRUE                                                00003319
           WHEN C05-ADV-SUCCESS                                         00003320
             DISPLAY 'ADV-PS OPENED'                                    00003321
           WHEN OTHER                                                   00003322
             DISPLAY 'ADV-PS OPEN FAILED ' WS-FST-ADV                   00003323
             MOVE 0008 TO WS-RETURN-CD                                  00003324
             PERFORM 9000-TERM-PARA                                     00003325
           END-EVALUATE                                                 00003326
           OPEN OUTPUT HOLD-PS                                          00003327
           EVALUATE TRUE                                                00003328
           WHEN C05-HOLD-SUCCESS                                        00003329
             DISPLAY 'HOLD-PS OPENED'                                   00003330
           WHEN OTHER                                                   00003331
             DISPLAY 'HOLD-PS OPEN FAILED ' WS-FST-HOLD                 00003332
             MOVE 0008 TO WS-RETURN-CD                                  00003333
             PERFORM 9000-TERM-PARA                                     00003334
           END-EVALUATE                                                 00003335
           OPEN EXTEND AUDIT-PS                                         00003300
           EVALUATE TRUE                                                00003310
           WHEN C05-AUDIT-SUCCESS                                       00003320
               CONTINUE                                                 00003730
             WHEN OTHER                                                 00003740
               ADD 1 TO WS-READ-CT                                      00003750
               MOVE TO001-EMPGROUP TO WS-PG-GROUP                       00003751
               PERFORM 3250-GROUP-PAID-PARA                             00003752
                  THRU 3250-GROUP-PAID-PARA-EXIT                        00003753
               IF WS-PG-PAY-TONIGHT                                     00003754
                 PERFORM 3300-NETCALC-PARA                              00003755
                    THRU 3300-NETCALC-PARA-EXIT                         00003756
               ELSE                                                     00003757
                 PERFORM 3260-EMP-HOLD-PARA                             00003758
                    THRU 3260-EMP-HOLD-PARA-EXIT                        00003759
               END-IF                                                   00003760
             END-EVALUATE                                               00003780
           WHEN C05-TO001-EOF                                           00003790
             DISPLAY 'EMPLOYEES PROCESSED: ' WS-READ-CT                 00003800
       3200-READ-PARA-EXIT.                                             00003870
           EXIT                                                         00003880
           .                                                            00003890
      *-----------------------------------------------------------      00003891
      *    IS THE GROUP IN WS-PG-GROUP PAID TONIGHT, AND FOR WHICH      00003892
      *    PERIOD (WS-CUR-PERIOD)?  A GROUP NOT ON THE CALENDAR IS      00003893
      *    PAID EVERY NIGHT AS PERIOD 00.                               00003894
      *-----------------------------------------------------------      00003895
       3250-GROUP-PAID-PARA.                                            00003896
           MOVE 'Y'    TO WS-PG-PAY-SW                                  00003897
           MOVE ZEROES TO WS-CUR-PERIOD                                 00003898
           MOVE 'N'    TO WS-PG-FOUND-SW                                00003899
           PERFORM 1725-PRD-SCAN-PARA                                   00003900
              THRU 1725-PRD-SCAN-PARA-EXIT                              00003901
              VARYING PG-IDX FROM 1 BY 1                                00003902
              UNTIL PG-IDX > WS-PG-CT OR WS-PG-FOUND                    00003903
           IF NOT WS-PG-FOUND                                           00003904
             GO TO 3250-GROUP-PAID-PARA-EXIT                            00003905
           END-IF                                                       00003906
           IF PG-PAID(WS-PG-HOLD)                                       00003907
             MOVE PG-PERIOD(WS-PG-HOLD) TO WS-CUR-PERIOD                00003908
           ELSE                                                         00003909
             MOVE 'N' TO WS-PG-PAY-SW                                   00003910
           END-IF                                                       00003911
           .                                                            00003912
       3250-GROUP-PAID-PARA-EXIT.                                       00003913
           EXIT                                                         00003914
           .                                                            00003915
      *-----------------------------------------------------------      00003916
      *    SNAPSHOT EMPLOYEE WHOSE GROUP IS NOT PAID TONIGHT - NO       00003917
      *    LINE, AND THEIR EARNINGS ITEMS WAIT FOR THE PAY DATE.        00003918
      *-----------------------------------------------------------      00003919
       3260-EMP-HOLD-PARA.                                              00003920
           ADD 1 TO WS-HELD-EMP-CT                                      00003921
           PERFORM 3265-EMP-HOLD-SCAN-PARA                              00003922
              THRU 3265-EMP-HOLD-SCAN-PARA-EXIT                         00003923
              VARYING EARN-IDX FROM 1 BY 1                              00003924
              UNTIL EARN-IDX > WS-EARN-CT                               00003925
           .                                                            00003926
       3260-EMP-HOLD-PARA-EXIT.                                         00003927
           EXIT                                                         00003928
           .                                                            00003929
       3265-EMP-HOLD-SCAN-PARA.                                         00003930
           IF ET-NEMPID(EARN-IDX) = TO001-NEMPID AND                    00003931
              ET-PENDING(EARN-IDX)                                      00003932
             PERFORM 3390-EARN-HOLD-PARA                                00003933
                THRU 3390-EARN-HOLD-PARA-EXIT                           00003934
           END-IF                                                       00003935
           .                                                            00003936
       3265-EMP-HOLD-SCAN-PARA-EXIT.                                    00003937
           EXIT                                                         00003938
           .                                                            00003939
      *-----------------------------------------------------------      00003900
      *    GROSS-TO-NET FOR ONE EMPLOYEE: RUN EVERY CONTROL TABLE       00003910
      *    ENTRY AGAINST THE GROSS, ACCUMULATE TAX AND DEDUCTIONS       00003920
           END-IF                                                       00003963
           MOVE TO001-NEMPSALARY TO WS-GROSS                            00003970
           MOVE TO001-NEMPID TO WS-CALC-EMP                             00003971
           MOVE TO001-EMPDEPT TO WS-CALC-DEPT                           00003972
           MOVE TO001-EMPFNAME TO WS-CALC-FNAME                         00003973
           MOVE TO001-EMPLNAME TO WS-CALC-LNAME                         00003974
           MOVE 'BASE' TO WS-ADV-LINE                                   00003975
           MOVE 'Y' TO WS-ER-DED-SW                                     00003973
           MOVE 'N' TO WS-EMP-ELC-SW                                    00003972
           MOVE ZEROES TO WS-TAX WS-DEDUCT                              00003980
           PERFORM 3310-DED-APPLY-PARA                                  00003990
              THRU 3310-DED-APPLY-PARA-EXIT                             00004000
              VARYING DED-IDX FROM 1 BY 1                               00004010
              UNTIL DED-IDX > WS-DED-CT                                 00004020
           PERFORM 3400-GARN-APPLY-PARA                                 00004021
              THRU 3400-GARN-APPLY-PARA-EXIT                            00004022
           COMPUTE WS-NET = WS-GROSS - WS-TAX - WS-DEDUCT               00004030
           IF WS-NET < ZEROES                                           00004040
             DISPLAY TO001-NEMPID ' DEDUCTIONS EXCEED GROSS - '         00004050
           MOVE WS-NET       TO NP-NET                                  00004170
           MOVE 'BASE'       TO NP-EARN-CODE                            00004171
           MOVE TO001-EMPGROUP TO NP-EMPGROUP                           00004172
           MOVE WS-RUN-DATE  TO NP-RUN-DATE                             00004173
           MOVE WS-CUR-PERIOD TO NP-PERIOD                              00004174
           WRITE NETPAY-REC                                             00004180
           PERFORM 3855-ADV-LINE-PARA                                   00004181
              THRU 3855-ADV-LINE-PARA-EXIT                              00004182
           MOVE WS-GROSS TO WS-ER-LINE-GROSS                            00004181
           PERFORM 3600-ER-COST-PARA                                    00004182
              THRU 3600-ER-COST-PARA-EXIT                               00004183
           PERFORM 3820-ANN-TRIO-PARA                                   00004181
              THRU 3820-ANN-TRIO-PARA-EXIT                              00004182
           MOVE WS-GROSS  TO WS-NK-GROSS                                00004183
           IF WS-EMP-ELECTED                                            00004331
             MOVE 'ELECTED' TO RPT-REC(91:7)                            00004332
           END-IF                                                       00004333
           IF WS-GARN-EMP-AMT > ZEROES                                  00004334
             MOVE 'GARNISHED' TO RPT-REC(99:9)                          00004335
           END-IF                                                       00004336
           PERFORM 3050-RPT-WRITE-PARA                                  00004340
              THRU 3050-RPT-WRITE-PARA-EXIT                             00004350
           PERFORM 3350-EARN-SCAN-PARA                                  00004351
             PERFORM 3810-ANN-POST-PARA                                 00004603
                THRU 3810-ANN-POST-PARA-EXIT                            00004604
           END-EVALUATE                                                 00004610
           MOVE WS-AMOUNT TO DT-CUR-AMT(DED-IDX)                        00004611
           IF WS-AMOUNT > ZEROES                                        00004620
             ADD WS-AMOUNT TO DT-TOTAL(DED-IDX)                         00004630
             ADD 1 TO DT-EMP-CT(DED-IDX)                                00004640
             MOVE WS-CALC-EMP      TO WS-ADV-EMP                        00004641
             MOVE DT-TYPE(DED-IDX) TO WS-ADV-TYPE                       00004642
             MOVE DT-CODE(DED-IDX) TO WS-ADV-CODE                       00004643
             MOVE WS-AMOUNT        TO WS-ADV-AMT                        00004644
             PERFORM 3850-ADV-CODE-PARA                                 00004645
                THRU 3850-ADV-CODE-PARA-EXIT                            00004646
           END-IF                                                       00004650
           .                                                            00004660
       3310-DED-APPLY-PARA-EXIT.                                        00004670
           EXIT                                                         00004700
           .                                                            00004701
      *-----------------------------------------------------------      00004702
      *    GARNISHMENTS FOR THE EMPLOYEE IN WS-CALC-EMP, TAKEN          00004703
      *    AFTER TAX AND DEDUCTIONS.  DISPOSABLE EARNINGS ARE GROSS     00004704
      *    LESS TAX.  EACH ORDER CLASS IS WORKED IN STATUTORY ORDER     00004705
      *    AND WHAT IS WITHHELD GOES INTO WS-DEDUCT, SO NETPAYFL,       00004706
      *    THE REGISTER AND THE BALANCING LEGS STILL FOOT.  ONE-TIME    00004707
      *    EARNINGS LINES ARE NOT GARNISHED.                            00004708
      *-----------------------------------------------------------      00004709
       3400-GARN-APPLY-PARA.                                            00004710
           MOVE ZEROES TO WS-GARN-EMP-AMT                               00004711
           IF NOT WS-GARN-IS-OPEN                                       00004712
             GO TO 3400-GARN-APPLY-PARA-EXIT                            00004713
           END-IF                                                       00004714
           IF WS-TAX < WS-GROSS                                         00004715
             COMPUTE WS-GARN-DISP = WS-GROSS - WS-TAX                   00004716
           ELSE                                                         00004717
             MOVE ZEROES TO WS-GARN-DISP                                00004718
           END-IF                                                       00004719
           COMPUTE WS-GARN-ROOM = WS-GROSS - WS-TAX - WS-DEDUCT         00004720
           IF WS-GARN-ROOM < ZEROES                                     00004721
             MOVE ZEROES TO WS-GARN-ROOM                                00004722
           END-IF                                                       00004723
           MOVE 'N' TO WS-GARN-ANY-SW                                   00004724
           PERFORM 3410-GARN-PASS-PARA                                  00004725
              THRU 3410-GARN-PASS-PARA-EXIT                             00004726
              VARYING GRN-IDX FROM 1 BY 1                               00004727
              UNTIL GRN-IDX > 3 OR                                      00004728
                    (GRN-IDX > 1 AND NOT WS-GARN-ANY)                   00004729
           ADD WS-GARN-EMP-AMT TO WS-DEDUCT                             00004730
           .                                                            00004731
       3400-GARN-APPLY-PARA-EXIT.                                       00004732
           EXIT                                                         00004733
           .                                                            00004734
      *-----------------------------------------------------------      00004735
      *    ONE ORDER CLASS - POSITION ON THE EMPLOYEE'S FIRST ORDER     00004736
      *    AND WORK THROUGH THEIR ORDERS, APPLYING THOSE OF THE         00004737
      *    CLASS IN HAND.  AN EMPLOYEE WITH NO ORDERS AT ALL IS         00004738
      *    LET GO AFTER THE FIRST PASS.                                 00004739
      *-----------------------------------------------------------      00004740
       3410-GARN-PASS-PARA.                                             00004741
           MOVE WS-CALC-EMP TO DL-GARN-NEMPID                           00004742
           MOVE LOW-VALUES  TO DL-GARN-CASE                             00004743
           START GARN-PS KEY IS NOT LESS THAN DL-GARN-KEY               00004744
           IF NOT C05-GARN-SUCCESS                                      00004745
             GO TO 3410-GARN-PASS-PARA-EXIT                             00004746
           END-IF                                                       00004747
           MOVE 'N' TO WS-GARN-END-SW                                   00004748
           PERFORM 3420-GARN-NEXT-PARA                                  00004749
              THRU 3420-GARN-NEXT-PARA-EXIT                             00004750
              UNTIL WS-GARN-END                                         00004751
           .                                                            00004752
       3410-GARN-PASS-PARA-EXIT.                                        00004753
           EXIT                                                         00004754
           .                                                            00004755
       3420-GARN-NEXT-PARA.                                             00004756
           READ GARN-PS NEXT RECORD                                     00004757
           EVALUATE TRUE                                                00004758
           WHEN C05-GARN-SUCCESS AND DL-GARN-NEMPID = WS-CALC-EMP       00004759
             SET WS-GARN-ANY TO TRUE                                    00004760
             IF DL-GARN-ACTIVE AND DL-GARN-TYPE = GC-TYPE(GRN-IDX)      00004761
               PERFORM 3430-GARN-ORDER-PARA                             00004762
                  THRU 3430-GARN-ORDER-PARA-EXIT                        00004763
             END-IF                                                     00004764
           WHEN C05-GARN-SUCCESS OR C05-GARN-EOF                        00004765
             SET WS-GARN-END TO TRUE                                    00004766
           WHEN OTHER                                                   00004767
             DISPLAY 'GARNMST READ FAILED ' WS-FST-GARN                 00004768
             MOVE 0008 TO WS-RETURN-CD                                  00004769
             SET WS-GARN-END TO TRUE                                    00004770
           END-EVALUATE                                                 00004771
           .                                                            00004772
       3420-GARN-NEXT-PARA-EXIT.                                        00004773
           EXIT                                                         00004774
           .                                                            00004775
      *-----------------------------------------------------------      00004776
      *    ONE ORDER.  THE DEMAND IS THIS CYCLE'S INSTALMENT (FLAT      00004777
      *    AMOUNT PLUS PERCENTAGE OF DISPOSABLE EARNINGS) PLUS THE      00004778
      *    ARREARS, NEVER MORE THAN THE ORDER STILL HAS TO RUN.  THE    00004779
      *    CLASS CEILING LESS WHAT HIGHER-PRIORITY ORDERS HAVE          00004780
      *    TAKEN, AND WHAT IS LEFT OF THE NET, LIMIT THE TAKE; THE      00004781
      *    REST OF THE DEMAND BECOMES THE NEW ARREARS.                  00004782
      *-----------------------------------------------------------      00004783
       3430-GARN-ORDER-PARA.                                            00004784
           IF DL-GARN-AMT IS NOT NUMERIC OR                             00004785
              DL-GARN-PCT IS NOT NUMERIC OR                             00004786
              DL-GARN-OWED IS NOT NUMERIC OR                            00004787
              DL-GARN-PAID IS NOT NUMERIC OR                            00004788
              DL-GARN-ARREARS IS NOT NUMERIC                            00004789
             DISPLAY WS-CALC-EMP ' GARNISHMENT ' DL-GARN-CASE           00004790
                     ' NOT NUMERIC - ORDER SKIPPED'                     00004791
             IF WS-RETURN-CD = 0                                        00004792
               MOVE 0004 TO WS-RETURN-CD                                00004793
             END-IF                                                     00004794
             GO TO 3430-GARN-ORDER-PARA-EXIT                            00004795
           END-IF                                                       00004796
           ADD 1 TO WS-GARN-ORDER-CT                                    00004797
           COMPUTE WS-GARN-DUE ROUNDED =                                00004798
               DL-GARN-AMT + (WS-GARN-DISP * DL-GARN-PCT / 100)         00004799
           COMPUTE WS-GARN-DEMAND = WS-GARN-DUE + DL-GARN-ARREARS       00004800
           IF DL-GARN-OWED > ZEROES                                     00004801
             IF DL-GARN-PAID < DL-GARN-OWED                             00004802
               COMPUTE WS-GARN-BAL = DL-GARN-OWED - DL-GARN-PAID        00004803
             ELSE                                                       00004804
               MOVE ZEROES TO WS-GARN-BAL                               00004805
             END-IF                                                     00004806
             IF WS-GARN-DEMAND > WS-GARN-BAL                            00004807
               MOVE WS-GARN-BAL TO WS-GARN-DEMAND                       00004808
             END-IF                                                     00004809
           END-IF                                                       00004810
           COMPUTE WS-GARN-LIMIT =                                      00004811
               (WS-GARN-DISP * GC-PCT(GRN-IDX) / 100)                   00004812
             - WS-GARN-EMP-AMT                                          00004813
           IF WS-GARN-LIMIT > WS-GARN-ROOM - WS-GARN-EMP-AMT            00004814
             COMPUTE WS-GARN-LIMIT = WS-GARN-ROOM - WS-GARN-EMP-AMT     00004815
           END-IF                                                       00004816
           IF WS-GARN-LIMIT < ZEROES                                    00004817
             MOVE ZEROES TO WS-GARN-LIMIT                               00004818
           END-IF                                                       00004819
           IF WS-GARN-DEMAND > WS-GARN-LIMIT                            00004820
             MOVE WS-GARN-LIMIT TO WS-GARN-TAKE                         00004821
             ADD 1 TO WS-GARN-SHORT-CT                                  00004822
           ELSE                                                         00004823
             MOVE WS-GARN-DEMAND TO WS-GARN-TAKE                        00004824
           END-IF                                                       00004825
           ADD WS-GARN-TAKE TO DL-GARN-PAID                             00004826
           COMPUTE DL-GARN-ARREARS = WS-GARN-DEMAND - WS-GARN-TAKE      00004827
           IF DL-GARN-OWED > ZEROES AND                                 00004828
              DL-GARN-PAID NOT < DL-GARN-OWED                           00004829
             MOVE ZEROES TO DL-GARN-ARREARS                             00004830
             SET DL-GARN-CLOSED TO TRUE                                 00004831
             ADD 1 TO WS-GARN-CLOSED-CT                                 00004832
             DISPLAY WS-CALC-EMP ' GARNISHMENT ' DL-GARN-CASE           00004833
                     ' PAID IN FULL - ORDER CLOSED'                     00004834
           END-IF                                                       00004835
           REWRITE DL-GARN-REC                                          00004836
           IF NOT C05-GARN-SUCCESS                                      00004837
             DISPLAY 'GARNMST REWRITE FAILED ' WS-FST-GARN ' '          00004838
                     WS-CALC-EMP ' ' DL-GARN-CASE                       00004839
             MOVE 0008 TO WS-RETURN-CD                                  00004840
           END-IF                                                       00004841
           IF WS-GARN-TAKE > ZEROES                                     00004842
             ADD WS-GARN-TAKE TO WS-GARN-EMP-AMT                        00004843
                                 GC-TOTAL(GRN-IDX)                      00004844
                                 WS-GARN-TOT                            00004845
             ADD 1 TO GC-ORD-CT(GRN-IDX)                                00004846
             MOVE GC-CODE(GRN-IDX) TO WS-POST-CODE                      00004847
             MOVE WS-GARN-TAKE     TO WS-POST-AMT                       00004848
             PERFORM 3810-ANN-POST-PARA                                 00004849
                THRU 3810-ANN-POST-PARA-EXIT                            00004850
             PERFORM 3440-GARN-REMIT-PARA                               00004851
                THRU 3440-GARN-REMIT-PARA-EXIT                          00004852
             MOVE WS-CALC-EMP      TO WS-ADV-EMP                        00004853
             MOVE 'G'              TO WS-ADV-TYPE                       00004854
             MOVE GC-CODE(GRN-IDX) TO WS-ADV-CODE                       00004855
             MOVE WS-GARN-TAKE     TO WS-ADV-AMT                        00004856
             PERFORM 3850-ADV-CODE-PARA                                 00004857
                THRU 3850-ADV-CODE-PARA-EXIT                            00004858
           END-IF                                                       00004853
           .                                                            00004854
       3430-GARN-ORDER-PARA-EXIT.                                       00004855
           EXIT                                                         00004856
           .                                                            00004857
       3440-GARN-REMIT-PARA.                                            00004858
           MOVE SPACES          TO RMT-DTL-REC                          00004859
           MOVE 'D'             TO RMT-REC-TYPE                         00004860
           MOVE DL-GARN-AGENCY  TO RMT-AGENCY                           00004861
           MOVE DL-GARN-CASE    TO RMT-CASE                             00004862
           MOVE WS-CALC-EMP     TO RMT-NEMPID                           00004863
           MOVE WS-GARN-TAKE    TO RMT-AMT                              00004864
           MOVE DL-GARN-ARREARS TO RMT-ARREARS                          00004865
           MOVE DL-GARN-STATUS  TO RMT-STATUS                           00004866
           MOVE WS-RUN-DATE     TO RMT-DATE                             00004867
           WRITE RMT-DTL-REC                                            00004868
           IF NOT C05-RMT-SUCCESS                                       00004869
             DISPLAY 'GARNRMT WRITE FAILED ' WS-FST-RMT                 00004870
             MOVE 0008 TO WS-RETURN-CD                                  00004871
           END-IF                                                       00004872
           MOVE 'N' TO WS-AGY-FOUND-SW                                  00004873
           PERFORM 3445-AGY-SCAN-PARA                                   00004874
              THRU 3445-AGY-SCAN-PARA-EXIT                              00004875
              VARYING AGY-IDX FROM 1 BY 1                               00004876
              UNTIL AGY-IDX > WS-AGY-CT OR WS-AGY-FOUND                 00004877
           IF NOT WS-AGY-FOUND                                          00004878
             IF WS-AGY-CT < 200                                         00004879
               ADD 1 TO WS-AGY-CT                                       00004880
               MOVE WS-AGY-CT      TO WS-AGY-HOLD                       00004881
               MOVE DL-GARN-AGENCY TO AG-AGENCY(WS-AGY-HOLD)            00004882
               MOVE ZEROES         TO AG-CT(WS-AGY-HOLD)                00004883
                                      AG-AMT(WS-AGY-HOLD)               00004884
             ELSE                                                       00004885
               DISPLAY 'AGENCY TABLE FULL - ' DL-GARN-AGENCY            00004886
                       ' LEFT OFF THE REMITTANCE TOTALS'                00004887
               IF WS-RETURN-CD = 0                                      00004888
                 MOVE 0004 TO WS-RETURN-CD                              00004889
               END-IF                                                   00004890
               GO TO 3440-GARN-REMIT-PARA-EXIT                          00004891
             END-IF                                                     00004892
           END-IF                                                       00004893
           ADD 1            TO AG-CT(WS-AGY-HOLD)                       00004894
           ADD WS-GARN-TAKE TO AG-AMT(WS-AGY-HOLD)                      00004895
           .                                                            00004896
       3440-GARN-REMIT-PARA-EXIT.                                       00004897
           EXIT                                                         00004898
           .                                                            00004899
       3445-AGY-SCAN-PARA.                                              00004900
           IF AG-AGENCY(AGY-IDX) = DL-GARN-AGENCY                       00004901
             MOVE 'Y' TO WS-AGY-FOUND-SW                                00004902
             SET WS-AGY-HOLD TO AGY-IDX                                 00004903
           END-IF                                                       00004904
           .                                                            00004905
       3445-AGY-SCAN-PARA-EXIT.                                         00004906
           EXIT                                                         00004907
           .                                                            00004908
      *-----------------------------------------------------------      00004702
      *    POST ONE AMOUNT INTO THE ANNUAL ACCUMULATOR FOR THE          00004703
      *    EMPLOYEE IN WS-CALC-EMP, KEYED BY EMPLOYEE, YEAR, AND        00004704
      *    AMOUNT CODE.  THE FIRST POSTING OF A KEY WRITES IT.          00004705
           WHEN C05-ANN-SUCCESS                                         00004716
             ADD WS-POST-AMT TO DL-ANN-AMT                              00004717
             ADD 1 TO DL-ANN-CYCLE-CT                                   00004718
             MOVE WS-CUR-PERIOD TO DL-ANN-PERIOD                        00004719
             REWRITE DL-ANN-REC                                         00004719
           WHEN C05-ANN-NOTFND                                          00004720
             MOVE SPACES       TO DL-ANN-REC                            00004721
             MOVE WS-POST-CODE TO DL-ANN-CODE                           00004724
             MOVE WS-POST-AMT  TO DL-ANN-AMT                            00004725
             MOVE 1            TO DL-ANN-CYCLE-CT                       00004726
             MOVE WS-CUR-PERIOD TO DL-ANN-PERIOD                        00004727
             WRITE DL-ANN-REC                                           00004727
           WHEN OTHER                                                   00004728
             DISPLAY 'ANNACC READ FAILED ' WS-FST-ANN                   00004729
           .                                                            00004739
       3820-ANN-TRIO-PARA.                                              00004740
           MOVE 'GROS'   TO WS-POST-CODE                                00004741
           MOVE WS-GROSS TO WS-POST-AMT WS-QTR-WAGES                    00004742
           PERFORM 3810-ANN-POST-PARA                                   00004743
              THRU 3810-ANN-POST-PARA-EXIT                              00004744
           PERFORM 3840-QTR-POST-PARA                                   00004745
              THRU 3840-QTR-POST-PARA-EXIT                              00004746
           MOVE 'TAX '   TO WS-POST-CODE                                00004745
           MOVE WS-TAX   TO WS-POST-AMT                                 00004746
           PERFORM 3810-ANN-POST-PARA                                   00004747
              THRU 3810-ANN-POST-PARA-EXIT                              00004748
           PERFORM 3840-QTR-POST-PARA                                   00004749
              THRU 3840-QTR-POST-PARA-EXIT                              00004750
           MOVE 'NET '   TO WS-POST-CODE                                00004749
           MOVE WS-NET   TO WS-POST-AMT                                 00004750
           PERFORM 3810-ANN-POST-PARA                                   00004751
           EXIT                                                         00004755
           .                                                            00004756
      *-----------------------------------------------------------      00004757
      *    POST ONE TAX CODE INTO THE QUARTERLY ACCUMULATOR FOR THE     00004758
      *    EMPLOYEE IN WS-CALC-EMP, KEYED BY EMPLOYEE, YEAR, RUN        00004759
      *    MONTH, AND CODE - WS-QTR-WAGES IS THE TAXABLE WAGE FIGURE    00004760
      *    AND WS-POST-AMT THE TAX.  THE FIRST POSTING OF A KEY         00004761
      *    WRITES IT.                                                   00004762
      *-----------------------------------------------------------      00004763
       3840-QTR-POST-PARA.                                              00004764
           IF NOT WS-QTR-IS-OPEN                                        00004765
             GO TO 3840-QTR-POST-PARA-EXIT                              00004766
           END-IF                                                       00004767
           MOVE WS-CALC-EMP  TO DL-QTR-NEMPID                           00004768
           MOVE WS-ANN-YEAR  TO DL-QTR-YEAR                             00004769
           MOVE WS-QTR-MONTH TO DL-QTR-MONTH                            00004770
           MOVE WS-POST-CODE TO DL-QTR-CODE                             00004771
           READ QTR-PS                                                  00004772
           EVALUATE TRUE                                                00004773
           WHEN C05-QTR-SUCCESS                                         00004774
             ADD WS-QTR-WAGES TO DL-QTR-WAGES                           00004775
             ADD WS-POST-AMT  TO DL-QTR-AMT                             00004776
             ADD 1 TO DL-QTR-CYCLE-CT                                   00004777
             IF WS-CALC-LNAME NOT = SPACES                              00004778
               MOVE WS-CALC-LNAME TO DL-QTR-EMPLNAME                    00004779
               MOVE WS-CALC-FNAME TO DL-QTR-EMPFNAME                    00004780
             END-IF                                                     00004781
             REWRITE DL-QTR-REC                                         00004782
           WHEN C05-QTR-NOTFND                                          00004783
             MOVE SPACES        TO DL-QTR-REC                           00004784
             MOVE WS-CALC-EMP   TO DL-QTR-NEMPID                        00004785
             MOVE WS-ANN-YEAR   TO DL-QTR-YEAR                          00004786
             MOVE WS-QTR-MONTH  TO DL-QTR-MONTH                         00004787
             MOVE WS-POST-CODE  TO DL-QTR-CODE                          00004788
             MOVE WS-QTR-WAGES  TO DL-QTR-WAGES                         00004789
             MOVE WS-POST-AMT   TO DL-QTR-AMT                           00004790
             MOVE 1             TO DL-QTR-CYCLE-CT                      00004791
             MOVE WS-CALC-LNAME TO DL-QTR-EMPLNAME                      00004792
             MOVE WS-CALC-FNAME TO DL-QTR-EMPFNAME                      00004793
             WRITE DL-QTR-REC                                           00004794
           WHEN OTHER                                                   00004795
             DISPLAY 'QTRACC READ FAILED ' WS-FST-QTR                   00004796
           END-EVALUATE                                                 00004797
           IF NOT C05-QTR-SUCCESS                                       00004798
             DISPLAY 'QTRACC POSTING FAILED FOR ' WS-CALC-EMP           00004799
           END-IF                                                       00004800
           .                                                            00004801
       3840-QTR-POST-PARA-EXIT.                                         00004802
           EXIT                                                         00004803
           .                                                            00004804
      *-----------------------------------------------------------      00004805
      *    PAY ADVICE DETAIL - ONE 'C' RECORD PER CODE THAT TOOK        00004806
      *    MONEY FROM THE LINE IN PROGRESS, THEN THE 'L' RECORD         00004807
      *    CLOSING THE LINE ONCE ITS NETPAYFL RECORD IS WRITTEN.        00004808
      *-----------------------------------------------------------      00004809
       3850-ADV-CODE-PARA.                                              00004810
           MOVE SPACES      TO DL-ADV-REC                               00004811
           MOVE 'C'         TO DL-ADV-REC-TYPE                          00004812
           MOVE WS-ADV-EMP  TO DL-ADV-NEMPID                            00004813
           MOVE WS-ADV-LINE TO DL-ADV-LINE                              00004814
           MOVE WS-ADV-TYPE TO DL-ADV-CODE-TYPE                         00004815
           MOVE WS-ADV-CODE TO DL-ADV-CODE                              00004816
           MOVE WS-ADV-AMT  TO DL-ADV-AMT                               00004817
           WRITE DL-ADV-REC                                             00004818
           .                                                            00004819
       3850-ADV-CODE-PARA-EXIT.                                         00004820
           EXIT                                                         00004821
           .                                                            00004822
       3855-ADV-LINE-PARA.                                              00004823
           MOVE SPACES        TO DL-ADV-REC                             00004824
           MOVE 'L'           TO DL-ADV-REC-TYPE                        00004825
           MOVE NP-NEMPID     TO DL-ADV-NEMPID                          00004826
           MOVE NP-EARN-CODE  TO DL-ADV-LINE                            00004827
           MOVE ZEROES        TO DL-ADV-AMT                             00004828
           MOVE WS-CALC-FNAME TO DL-ADV-EMPFNAME                        00004829
           MOVE WS-CALC-LNAME TO DL-ADV-EMPLNAME                        00004830
           WRITE DL-ADV-REC                                             00004831
           .                                                            00004832
       3855-ADV-LINE-PARA-EXIT.                                         00004833
           EXIT                                                         00004834
           .                                                            00004835
      *-----------------------------------------------------------      00004757
      *    KEYED NET-PAY VIEW POSTING - THE FIRST LINE OF THE RUN       00004758
      *    FOR AN EMPLOYEE REPLACES LAST CYCLE'S RECORD; FURTHER        00004759
      *    LINES THE SAME NIGHT (EARNINGS, FINAL PAY) ADD IN, SO        00004760
      *-----------------------------------------------------------      00004743
       3360-EARN-LINE-PARA.                                             00004744
           SET ET-USED(EARN-IDX) TO TRUE                                00004745
           MOVE ET-CODE(EARN-IDX) TO WS-ADV-LINE                        00004746
           MOVE WS-EARN-BASIS TO WS-TAX-BASIS                           00004746
           PERFORM 3320-TAX-ONLY-PARA                                   00004747
              THRU 3320-TAX-ONLY-PARA-EXIT                              00004748
           MOVE WS-EARN-NET        TO NP-NET                            00004766
           MOVE ET-CODE(EARN-IDX)  TO NP-EARN-CODE                      00004767
           MOVE WS-RUN-GROUP       TO NP-EMPGROUP                       00004768
           MOVE WS-RUN-DATE        TO NP-RUN-DATE                       00004769
           MOVE WS-CUR-PERIOD      TO NP-PERIOD                         00004770
           WRITE NETPAY-REC                                             00004768
           PERFORM 3855-ADV-LINE-PARA                                   00004769
              THRU 3855-ADV-LINE-PARA-EXIT                              00004770
           MOVE WS-EARN-EMP TO WS-CALC-EMP                              00004769
           MOVE 'N' TO WS-ER-DED-SW                                     00004770
           MOVE ET-AMT(EARN-IDX) TO WS-ER-LINE-GROSS                    00004771
           PERFORM 3600-ER-COST-PARA                                    00004772
              THRU 3600-ER-COST-PARA-EXIT                               00004773
           MOVE 'GROS'           TO WS-POST-CODE                        00004770
           MOVE ET-AMT(EARN-IDX) TO WS-POST-AMT WS-QTR-WAGES            00004771
           PERFORM 3810-ANN-POST-PARA                                   00004772
              THRU 3810-ANN-POST-PARA-EXIT                              00004773
           PERFORM 3840-QTR-POST-PARA                                   00004774
              THRU 3840-QTR-POST-PARA-EXIT                              00004775
           MOVE 'TAX '      TO WS-POST-CODE                             00004774
           MOVE WS-EARN-TAX TO WS-POST-AMT                              00004775
           PERFORM 3810-ANN-POST-PARA                                   00004776
              THRU 3810-ANN-POST-PARA-EXIT                              00004777
           PERFORM 3840-QTR-POST-PARA                                   00004778
              THRU 3840-QTR-POST-PARA-EXIT                              00004779
           MOVE 'NET '      TO WS-POST-CODE                             00004778
           MOVE WS-EARN-NET TO WS-POST-AMT                              00004779
           PERFORM 3810-ANN-POST-PARA                                   00004780
           EXIT                                                         00004787
           .                                                            00004788
      *-----------------------------------------------------------      00004789
      *    EMPLOYER COST FOR ONE NET-PAY LINE - EVERY ERCTL ENTRY       00004790
      *    AGAINST THE LINE'S GROSS, HELD TO ITS ANNUAL WAGE BASE       00004791
      *    BY THE YEAR'S GROSS ALREADY ON ANNACC.  RUN BEFORE THE       00004792
      *    LINE'S OWN GROSS IS POSTED THERE.  ONLY BASE AND FINAL       00004793
      *    LINES CARRY DEDUCTIONS, SO ONLY THEY EARN A MATCH.           00004794
      *-----------------------------------------------------------      00004795
       3600-ER-COST-PARA.                                               00004796
           IF WS-ER-CT = 0                                              00004797
             GO TO 3600-ER-COST-PARA-EXIT                               00004798
           END-IF                                                       00004799
           MOVE ZEROES TO WS-ER-YTD                                     00004800
           IF WS-ANN-IS-OPEN                                            00004801
             MOVE WS-CALC-EMP TO DL-ANN-NEMPID                          00004802
             MOVE WS-ANN-YEAR TO DL-ANN-YEAR                            00004803
             MOVE 'GROS'      TO DL-ANN-CODE                            00004804
             READ ANN-PS                                                00004805
             IF C05-ANN-SUCCESS                                         00004806
               MOVE DL-ANN-AMT TO WS-ER-YTD                             00004807
             END-IF                                                     00004808
           END-IF                                                       00004809
           PERFORM 3610-ER-APPLY-PARA                                   00004810
              THRU 3610-ER-APPLY-PARA-EXIT                              00004811
              VARYING ER-IDX FROM 1 BY 1                                00004812
              UNTIL ER-IDX > WS-ER-CT                                   00004813
           .                                                            00004814
       3600-ER-COST-PARA-EXIT.                                          00004815
           EXIT                                                         00004816
           .                                                            00004817
       3610-ER-APPLY-PARA.                                              00004818
           MOVE ZEROES TO WS-ER-AMT                                     00004819
           MOVE WS-ER-LINE-GROSS TO WS-ER-WAGES                         00004820
           IF ER-BASE(ER-IDX) > ZEROES                                  00004821
             COMPUTE WS-ER-ROOM = ER-BASE(ER-IDX) - WS-ER-YTD           00004822
             IF WS-ER-ROOM < WS-ER-WAGES                                00004823
               IF WS-ER-ROOM > ZEROES                                   00004824
                 MOVE WS-ER-ROOM TO WS-ER-WAGES                         00004825
               ELSE                                                     00004826
                 MOVE ZEROES TO WS-ER-WAGES                             00004827
               END-IF                                                   00004828
             END-IF                                                     00004829
           END-IF                                                       00004830
           EVALUATE ER-TYPE(ER-IDX)                                     00004831
           WHEN 'R'                                                     00004832
             COMPUTE WS-ER-AMT ROUNDED =                                00004833
                 WS-ER-WAGES * ER-PCT(ER-IDX) / 100                     00004834
             IF WS-ER-WAGES > ZEROES                                    00004835
               MOVE ER-CODE(ER-IDX) TO WS-POST-CODE                     00004836
               MOVE WS-ER-WAGES     TO WS-QTR-WAGES                     00004837
               MOVE WS-ER-AMT       TO WS-POST-AMT                      00004838
               PERFORM 3840-QTR-POST-PARA                               00004839
                  THRU 3840-QTR-POST-PARA-EXIT                          00004840
             END-IF                                                     00004841
           WHEN 'M'                                                     00004835
             IF WS-ER-DED-LINE AND WS-ER-WAGES > ZEROES                 00004836
               PERFORM 3620-ER-CONTRIB-PARA                             00004837
                  THRU 3620-ER-CONTRIB-PARA-EXIT                        00004838
               COMPUTE WS-ER-AMT ROUNDED =                              00004839
                   WS-ER-CONTRIB * ER-PCT(ER-IDX) / 100                 00004840
             END-IF                                                     00004841
           END-EVALUATE                                                 00004842
           IF WS-ER-AMT > ZEROES                                        00004843
             ADD WS-ER-AMT TO ER-TOTAL(ER-IDX) WS-ER-TOT                00004844
             ADD 1 TO ER-EMP-CT(ER-IDX)                                 00004845
             PERFORM 3630-ER-DEPT-POST-PARA                             00004846
                THRU 3630-ER-DEPT-POST-PARA-EXIT                        00004847
           END-IF                                                       00004848
           .                                                            00004849
       3610-ER-APPLY-PARA-EXIT.                                         00004850
           EXIT                                                         00004851
           .                                                            00004852
      *-----------------------------------------------------------      00004853
      *    THE EMPLOYEE'S OWN CONTRIBUTION ON THIS LINE UNDER THE       00004854
      *    MATCHED DEDUCTION CODE, HELD TO THE MATCH LIMIT.             00004855
      *-----------------------------------------------------------      00004856
       3620-ER-CONTRIB-PARA.                                            00004857
           MOVE ZEROES TO WS-ER-CONTRIB                                 00004858
           MOVE 'N' TO WS-ER-FOUND-SW                                   00004859
           PERFORM 3625-ER-DED-SCAN-PARA                                00004860
              THRU 3625-ER-DED-SCAN-PARA-EXIT                           00004861
              VARYING DED-IDX FROM 1 BY 1                               00004862
              UNTIL DED-IDX > WS-DED-CT OR WS-ER-FOUND                  00004863
           IF ER-LIMIT(ER-IDX) > ZEROES                                 00004864
             COMPUTE WS-ER-LIMIT-AMT ROUNDED =                          00004865
                 WS-ER-WAGES * ER-LIMIT(ER-IDX) / 100                   00004866
             IF WS-ER-CONTRIB > WS-ER-LIMIT-AMT                         00004867
               MOVE WS-ER-LIMIT-AMT TO WS-ER-CONTRIB                    00004868
             END-IF                                                     00004869
           END-IF                                                       00004870
           .                                                            00004871
       3620-ER-CONTRIB-PARA-EXIT.                                       00004872
           EXIT                                                         00004873
           .                                                            00004874
       3625-ER-DED-SCAN-PARA.                                           00004875
           IF DT-TYPE(DED-IDX) = 'D' AND                                00004876
              DT-CODE(DED-IDX) = ER-DED-CODE(ER-IDX)                    00004877
             MOVE DT-CUR-AMT(DED-IDX) TO WS-ER-CONTRIB                  00004878
             MOVE 'Y' TO WS-ER-FOUND-SW                                 00004879
           END-IF                                                       00004880
           .                                                            00004881
       3625-ER-DED-SCAN-PARA-EXIT.                                      00004882
           EXIT                                                         00004883
           .                                                            00004884
       3630-ER-DEPT-POST-PARA.                                          00004885
           MOVE 'N' TO WS-ER-FOUND-SW                                   00004886
           PERFORM 3635-ER-DEPT-SCAN-PARA                               00004887
              THRU 3635-ER-DEPT-SCAN-PARA-EXIT                          00004888
              VARYING ERD-IDX FROM 1 BY 1                               00004889
              UNTIL ERD-IDX > WS-ERD-CT OR WS-ER-FOUND                  00004890
           IF NOT WS-ER-FOUND                                           00004891
             IF WS-ERD-CT < 1000                                        00004892
               ADD 1 TO WS-ERD-CT                                       00004893
               MOVE ER-CODE(ER-IDX) TO ED-CODE(WS-ERD-CT)               00004894
               MOVE WS-CALC-DEPT    TO ED-DEPT(WS-ERD-CT)               00004895
               MOVE WS-ER-AMT       TO ED-AMT(WS-ERD-CT)                00004896
             ELSE                                                       00004897
               IF NOT WS-ERD-FULL                                       00004898
                 DISPLAY 'EMPLOYER COST TABLE FULL - GL FEED WILL '     00004899
                         'NOT AGREE WITH THE CONTROL TOTAL'             00004900
                 SET WS-ERD-FULL TO TRUE                                00004901
               END-IF                                                   00004902
               IF WS-RETURN-CD = 0                                      00004903
                 MOVE 0004 TO WS-RETURN-CD                              00004904
               END-IF                                                   00004905
             END-IF                                                     00004906
           END-IF                                                       00004907
           .                                                            00004908
       3630-ER-DEPT-POST-PARA-EXIT.                                     00004909
           EXIT                                                         00004910
           .                                                            00004911
       3635-ER-DEPT-SCAN-PARA.                                          00004912
           IF ED-CODE(ERD-IDX) = ER-CODE(ER-IDX) AND                    00004913
              ED-DEPT(ERD-IDX) = WS-CALC-DEPT                           00004914
             ADD WS-ER-AMT TO ED-AMT(ERD-IDX)                           00004915
             MOVE 'Y' TO WS-ER-FOUND-SW                                 00004916
           END-IF                                                       00004917
           .                                                            00004918
       3635-ER-DEPT-SCAN-PARA-EXIT.                                     00004919
           EXIT                                                         00004920
           .                                                            00004921
      *-----------------------------------------------------------      00004789
      *    FINAL-PAY PASS - PRICE EACH TERMINATED EMPLOYEE'S LAST       00004790
      *    NET PAY FROM THE CURRENT SALARY ON THE FINAL-PAY FILE,       00004791
      *    THROUGH THE SAME BRACKETS AND DEDUCTIONS AS A BASE LINE,     00004792
           EXIT                                                         00004832
           .                                                            00004833
       3720-TERM-CALC-PARA.                                             00004834
      *    FINAL PAY IS OFF-CYCLE - PAID TONIGHT WHATEVER THE           00004835
      *    CALENDAR SAYS, UNDER THE GROUP'S PERIOD ONLY WHEN TONIGHT    00004836
      *    IS ITS PAY DATE.                                             00004837
           MOVE TM-EMPGROUP TO WS-PG-GROUP                              00004838
           PERFORM 3250-GROUP-PAID-PARA                                 00004839
              THRU 3250-GROUP-PAID-PARA-EXIT                            00004840
           MOVE TM-EMPSALARY TO WS-GROSS                                00004835
           MOVE TM-NEMPID TO WS-CALC-EMP                                00004836
           MOVE TM-EMPDEPT TO WS-CALC-DEPT                              00004837
           MOVE TM-EMPFNAME TO WS-CALC-FNAME                            00004838
           MOVE TM-EMPLNAME TO WS-CALC-LNAME                            00004839
           MOVE 'FINL' TO WS-ADV-LINE                                   00004840
           MOVE 'Y' TO WS-ER-DED-SW                                     00004838
           MOVE 'N' TO WS-EMP-ELC-SW                                    00004837
           MOVE ZEROES TO WS-TAX WS-DEDUCT                              00004836
           PERFORM 3310-DED-APPLY-PARA                                  00004837
              THRU 3310-DED-APPLY-PARA-EXIT                             00004838
              VARYING DED-IDX FROM 1 BY 1                               00004839
              UNTIL DED-IDX > WS-DED-CT                                 00004840
           PERFORM 3400-GARN-APPLY-PARA                                 00004841
              THRU 3400-GARN-APPLY-PARA-EXIT                            00004842
           COMPUTE WS-NET = WS-GROSS - WS-TAX - WS-DEDUCT               00004841
           IF WS-NET < ZEROES                                           00004842
             DISPLAY TM-NEMPID ' DEDUCTIONS EXCEED FINAL GROSS - '      00004843
           MOVE WS-NET       TO NP-NET                                  00004852
           MOVE 'FINL'       TO NP-EARN-CODE                            00004853
           MOVE TM-EMPGROUP  TO NP-EMPGROUP                             00004854
           MOVE WS-RUN-DATE  TO NP-RUN-DATE                             00004855
           MOVE WS-CUR-PERIOD TO NP-PERIOD                              00004856
           WRITE NETPAY-REC                                             00004855
           PERFORM 3855-ADV-LINE-PARA                                   00004856
              THRU 3855-ADV-LINE-PARA-EXIT                              00004857
           MOVE WS-GROSS TO WS-ER-LINE-GROSS                            00004856
           PERFORM 3600-ER-COST-PARA                                    00004857
              THRU 3600-ER-COST-PARA-EXIT                               00004858
           PERFORM 3820-ANN-TRIO-PARA                                   00004856
              THRU 3820-ANN-TRIO-PARA-EXIT                              00004857
           MOVE WS-GROSS  TO WS-NK-GROSS                                00004858
           MOVE WS-NET TO WS-AMT-ED                                     00004869
           MOVE WS-AMT-ED TO RPT-REC(66:17)                             00004870
           MOVE 'FINL' TO RPT-REC(85:4)                                 00004871
           IF WS-GARN-EMP-AMT > ZEROES                                  00004872
             MOVE 'GARNISHED' TO RPT-REC(99:9)                          00004873
           END-IF                                                       00004874
           PERFORM 3050-RPT-WRITE-PARA                                  00004872
              THRU 3050-RPT-WRITE-PARA-EXIT                             00004873
           PERFORM 3350-EARN-SCAN-TERM-PARA                             00004874
           IF DT-TYPE(DED-IDX) = 'T'                                    00004793
             ADD WS-EARN-TAX TO DT-TOTAL(DED-IDX)                       00004794
             MOVE 'Y' TO WS-ELC-FOUND-SW                                00004795
             MOVE WS-EARN-EMP      TO WS-ADV-EMP                        00004796
             MOVE 'T'              TO WS-ADV-TYPE                       00004797
             MOVE DT-CODE(DED-IDX) TO WS-ADV-CODE                       00004798
             MOVE WS-EARN-TAX      TO WS-ADV-AMT                        00004799
             PERFORM 3850-ADV-CODE-PARA                                 00004800
                THRU 3850-ADV-CODE-PARA-EXIT                            00004801
           END-IF                                                       00004796
           .                                                            00004797
       3375-EARN-TAX-SCAN-PARA-EXIT.                                    00004798
           EXIT                                                         00004799
           .                                                            00004800
       3380-EARN-ORPHAN-PARA.                                           00004795
      *    AN ITEM ALREADY HELD, OR ONE CARRYING A GROUP WHOSE PAY      00004796
      *    DATE IS NOT TONIGHT, WAITS ON THE HOLD FILE.                 00004797
           IF ET-HELD(EARN-IDX)                                         00004798
             GO TO 3380-EARN-ORPHAN-PARA-EXIT                           00004799
           END-IF                                                       00004800
           MOVE ZEROES TO WS-CUR-PERIOD                                 00004801
           IF ET-PENDING(EARN-IDX) AND ET-GROUP(EARN-IDX) > SPACES      00004802
             MOVE ET-GROUP(EARN-IDX) TO WS-PG-GROUP                     00004803
             PERFORM 3250-GROUP-PAID-PARA                               00004804
                THRU 3250-GROUP-PAID-PARA-EXIT                          00004805
             IF NOT WS-PG-PAY-TONIGHT                                   00004806
               PERFORM 3390-EARN-HOLD-PARA                              00004807
                  THRU 3390-EARN-HOLD-PARA-EXIT                         00004808
               GO TO 3380-EARN-ORPHAN-PARA-EXIT                         00004809
             END-IF                                                     00004810
           END-IF                                                       00004811
      *    AN ITEM THAT BRINGS ITS OWN DEPARTMENT AND NAME BELONGS      00004796
      *    TO AN EMPLOYEE WITH NO SALARY LINE BY DESIGN - HOURLY        00004797
      *    STAFF PAID FROM THEIR TIME CARDS.  IT COSTS TO THAT          00004798
      *    DEPARTMENT AND IS NOT A WARNING.                             00004799
           IF NOT ET-USED(EARN-IDX) AND ET-DEPT(EARN-IDX) > SPACES      00004800
             ADD 1 TO WS-EARN-HRLY-CT                                   00004801
             MOVE ET-NEMPID(EARN-IDX) TO WS-EARN-EMP                    00004802
             MOVE ZEROES              TO WS-EARN-BASIS                  00004803
             MOVE ET-DEPT(EARN-IDX)   TO WS-CALC-DEPT                   00004804
             MOVE ET-FNAME(EARN-IDX)  TO WS-CALC-FNAME                  00004805
             MOVE ET-LNAME(EARN-IDX)  TO WS-CALC-LNAME                  00004806
             PERFORM 3360-EARN-LINE-PARA                                00004807
                THRU 3360-EARN-LINE-PARA-EXIT                           00004808
           END-IF                                                       00004809
           IF NOT ET-USED(EARN-IDX)                                     00004796
             ADD 1 TO WS-EARN-ORPH-CT                                   00004797
             DISPLAY ET-NEMPID(EARN-IDX) ' EARNINGS ITEM HAS NO '       00004798
                     'BASE LINE - PAID FROM ZERO BASE'                  00004799
             MOVE ET-NEMPID(EARN-IDX) TO WS-EARN-EMP                    00004800
             MOVE ZEROES              TO WS-EARN-BASIS                  00004801
             MOVE SPACES              TO WS-CALC-DEPT                   00004802
                                         WS-CALC-FNAME                  00004803
                                         WS-CALC-LNAME                  00004804
             PERFORM 3360-EARN-LINE-PARA                                00004802
                THRU 3360-EARN-LINE-PARA-EXIT                           00004803
             IF WS-RETURN-CD = 0                                        00004804
       3380-EARN-ORPHAN-PARA-EXIT.                                      00004809
           EXIT                                                         00004810
           .                                                            00004811
      *-----------------------------------------------------------      00004812
      *    ONE EARNINGS ITEM TO THE HOLD FILE, AS IT CAME IN.           00004813
      *-----------------------------------------------------------      00004814
       3390-EARN-HOLD-PARA.                                             00004815
           SET ET-HELD(EARN-IDX) TO TRUE                                00004816
           MOVE SPACES              TO HLD-EARN-REC                     00004817
           MOVE ET-NEMPID(EARN-IDX) TO HLD-EARN-NEMPID                  00004818
           MOVE ET-CODE(EARN-IDX)   TO HLD-EARN-CODE                    00004819
           MOVE ET-AMT(EARN-IDX)    TO HLD-EARN-AMT                     00004820
           MOVE ET-DATE(EARN-IDX)   TO HLD-EARN-DATE                    00004821
           MOVE ET-DEPT(EARN-IDX)   TO HLD-EARN-DEPT                    00004822
           MOVE ET-FNAME(EARN-IDX)  TO HLD-EARN-FNAME                   00004823
           MOVE ET-LNAME(EARN-IDX)  TO HLD-EARN-LNAME                   00004824
           MOVE ET-GROUP(EARN-IDX)  TO HLD-EARN-GROUP                   00004825
           WRITE HLD-EARN-REC                                           00004826
           IF NOT C05-HOLD-SUCCESS                                      00004827
             DISPLAY 'EARNHLDO WRITE FAILED ' WS-FST-HOLD ' '           00004828
                     ET-NEMPID(EARN-IDX)                                00004829
             MOVE 0008 TO WS-RETURN-CD                                  00004830
           END-IF                                                       00004831
           ADD 1 TO WS-HELD-ITEM-CT                                     00004832
           .                                                            00004833
       3390-EARN-HOLD-PARA-EXIT.                                        00004834
           EXIT                                                         00004835
           .                                                            00004836
       3500-REGISTER-TOTALS-PARA.                                       00004700
           IF WS-RUN-GROUP > SPACES                                     00004701
             MOVE SPACES TO RPT-REC                                     00004702
              THRU 3510-CODE-LINE-PARA-EXIT                             00004810
              VARYING DED-IDX FROM 1 BY 1                               00004820
              UNTIL DED-IDX > WS-DED-CT                                 00004830
           PERFORM 3515-GARN-CODE-LINE-PARA                             00004831
              THRU 3515-GARN-CODE-LINE-PARA-EXIT                        00004832
              VARYING GRN-IDX FROM 1 BY 1                               00004833
              UNTIL GRN-IDX > 3                                         00004834
           MOVE SPACES TO RPT-REC                                       00004840
           PERFORM 3050-RPT-WRITE-PARA                                  00004850
              THRU 3050-RPT-WRITE-PARA-EXIT                             00004860
             END-STRING                                                 00004995
             PERFORM 3050-RPT-WRITE-PARA                                00004996
                THRU 3050-RPT-WRITE-PARA-EXIT                           00004997
             MOVE WS-EARN-HRLY-CT TO WS-CT-ED                           00004998
             MOVE SPACES TO RPT-REC                                     00004999
             STRING 'HOURLY PAY ITEMS.........: ' DELIMITED BY SIZE     00005000
                    WS-CT-ED DELIMITED BY SIZE                          00005001
                    INTO RPT-REC                                        00005002
             END-STRING                                                 00005003
             PERFORM 3050-RPT-WRITE-PARA                                00005004
                THRU 3050-RPT-WRITE-PARA-EXIT                           00005005
           END-IF                                                       00004998
           IF WS-HELD-EMP-CT > 0 OR WS-HELD-ITEM-CT > 0                 00004999
             MOVE WS-HELD-EMP-CT TO WS-CT-ED                            00005000
             MOVE SPACES TO RPT-REC                                     00005001
             STRING 'EMPLOYEES OFF PAY DATE...: ' DELIMITED BY SIZE     00005002
                    WS-CT-ED DELIMITED BY SIZE                          00005003
                    INTO RPT-REC                                        00005004
             END-STRING                                                 00005005
             PERFORM 3050-RPT-WRITE-PARA                                00005006
                THRU 3050-RPT-WRITE-PARA-EXIT                           00005007
             MOVE WS-HELD-ITEM-CT TO WS-CT-ED                           00005008
             MOVE SPACES TO RPT-REC                                     00005009
             STRING 'EARNINGS ITEMS HELD......: ' DELIMITED BY SIZE     00005010
                    WS-CT-ED DELIMITED BY SIZE                          00005011
                    INTO RPT-REC                                        00005012
             END-STRING                                                 00005013
             PERFORM 3050-RPT-WRITE-PARA                                00005014
                THRU 3050-RPT-WRITE-PARA-EXIT                           00005015
           END-IF                                                       00005016
           PERFORM 3550-GLDED-WRITE-PARA                                00004999
              THRU 3550-GLDED-WRITE-PARA-EXIT                           00005000
              VARYING DED-IDX FROM 1 BY 1                               00005001
              UNTIL DED-IDX > WS-DED-CT                                 00005002
           IF WS-ER-CT > 0                                              00005003
             PERFORM 3570-ER-TOTALS-PARA                                00005004
                THRU 3570-ER-TOTALS-PARA-EXIT                           00005005
           END-IF                                                       00005006
           PERFORM 3555-GARN-GLDED-PARA                                 00005003
              THRU 3555-GARN-GLDED-PARA-EXIT                            00005004
              VARYING GRN-IDX FROM 1 BY 1                               00005005
              UNTIL GRN-IDX > 3                                         00005006
           PERFORM 3580-ER-GLDED-PARA                                   00005007
              THRU 3580-ER-GLDED-PARA-EXIT                              00005008
              VARYING ERD-IDX FROM 1 BY 1                               00005009
              UNTIL ERD-IDX > WS-ERD-CT                                 00005010
           MOVE SPACES       TO GLDED-REC                               00005011
           MOVE 'ERC '       TO GLD-CODE                                00005012
           MOVE '*'          TO GLD-TYPE                                00005013
           MOVE WS-ER-TOT    TO GLD-AMT                                 00005014
           WRITE GLDED-REC                                              00005015
           MOVE SPACES       TO GLDED-REC                               00005003
           MOVE 'GRS '       TO GLD-CODE                                00005004
           MOVE '*'          TO GLD-TYPE                                00005005
           MOVE '*'          TO GLD-TYPE                                00005010
           MOVE WS-NET-TOT   TO GLD-AMT                                 00005011
           WRITE GLDED-REC                                              00005012
           IF WS-GARN-IS-OPEN                                           00005013
             PERFORM 3560-GARN-REMIT-TOT-PARA                           00005014
                THRU 3560-GARN-REMIT-TOT-PARA-EXIT                      00005015
           END-IF                                                       00005016
           .                                                            00004990
       3500-REGISTER-TOTALS-PARA-EXIT.                                  00005000
           EXIT                                                         00005010
       3550-GLDED-WRITE-PARA-EXIT.                                      00005020
           EXIT                                                         00005021
           .                                                            00005022
       3555-GARN-GLDED-PARA.                                            00005023
           MOVE SPACES              TO GLDED-REC                        00005024
           MOVE GC-CODE(GRN-IDX)    TO GLD-CODE                         00005025
           MOVE 'G'                 TO GLD-TYPE                         00005026
           MOVE GC-TOTAL(GRN-IDX)   TO GLD-AMT                          00005027
           WRITE GLDED-REC                                              00005028
           .                                                            00005029
       3555-GARN-GLDED-PARA-EXIT.                                       00005030
           EXIT                                                         00005031
           .                                                            00005032
       3515-GARN-CODE-LINE-PARA.                                        00005033
           MOVE SPACES TO RPT-REC                                       00005034
           MOVE GC-CODE(GRN-IDX) TO RPT-REC(1:4)                        00005035
           MOVE GC-ORD-CT(GRN-IDX) TO WS-CT-ED                          00005036
           MOVE WS-CT-ED TO RPT-REC(9:6)                                00005037
           MOVE GC-TOTAL(GRN-IDX) TO WS-AMT-ED                          00005038
           MOVE WS-AMT-ED TO RPT-REC(18:17)                             00005039
           MOVE 'CEILING:' TO RPT-REC(40:8)                             00005040
           MOVE GC-PCT(GRN-IDX) TO WS-PCT-ED                            00005041
           MOVE WS-PCT-ED TO RPT-REC(49:5)                              00005042
           MOVE 'PCT OF DISPOSABLE' TO RPT-REC(55:17)                   00005043
           PERFORM 3050-RPT-WRITE-PARA                                  00005044
              THRU 3050-RPT-WRITE-PARA-EXIT                             00005045
           .                                                            00005046
       3515-GARN-CODE-LINE-PARA-EXIT.                                   00005047
           EXIT                                                         00005048
           .                                                            00005049
      *-----------------------------------------------------------      00005050
      *    REMITTANCE BY PAYEE AGENCY - ONE REGISTER LINE AND ONE       00005051
      *    'A' REMITTANCE RECORD PER AGENCY, THEN THE RUN TOTAL AS      00005052
      *    THE 'T' RECORD THE AGENCY PAYMENTS BALANCE TO.               00005053
      *-----------------------------------------------------------      00005054
       3560-GARN-REMIT-TOT-PARA.                                        00005055
           MOVE SPACES TO RPT-REC                                       00005056
           PERFORM 3050-RPT-WRITE-PARA                                  00005057
              THRU 3050-RPT-WRITE-PARA-EXIT                             00005058
           MOVE SPACES TO RPT-REC                                       00005059
           STRING 'GARNISHMENT REMITTANCE BY AGENCY' DELIMITED BY SIZE  00005060
                  INTO RPT-REC                                          00005061
           END-STRING                                                   00005062
           PERFORM 3050-RPT-WRITE-PARA                                  00005063
              THRU 3050-RPT-WRITE-PARA-EXIT                             00005064
           MOVE SPACES TO RPT-REC                                       00005065
           STRING 'AGENCY   ORDERS           AMOUNT' DELIMITED BY SIZE  00005066
                  INTO RPT-REC                                          00005067
           END-STRING                                                   00005068
           PERFORM 3050-RPT-WRITE-PARA                                  00005069
              THRU 3050-RPT-WRITE-PARA-EXIT                             00005070
           PERFORM 3565-GARN-AGY-LINE-PARA                              00005071
              THRU 3565-GARN-AGY-LINE-PARA-EXIT                         00005072
              VARYING AGY-IDX FROM 1 BY 1                               00005073
              UNTIL AGY-IDX > WS-AGY-CT                                 00005074
           MOVE SPACES TO RPT-REC                                       00005075
           MOVE 'TOTALS' TO RPT-REC(1:6)                                00005076
           MOVE WS-GARN-ORDER-CT TO WS-CT-ED                            00005077
           MOVE WS-CT-ED TO RPT-REC(9:6)                                00005078
           MOVE WS-GARN-TOT TO WS-AMT-ED                                00005079
           MOVE WS-AMT-ED TO RPT-REC(18:17)                             00005080
           PERFORM 3050-RPT-WRITE-PARA                                  00005081
              THRU 3050-RPT-WRITE-PARA-EXIT                             00005082
           MOVE SPACES       TO RMT-TOT-REC                             00005083
           MOVE 'T'          TO RMA-REC-TYPE                            00005084
           MOVE 'TOTALS'     TO RMA-AGENCY                              00005085
           MOVE WS-AGY-CT    TO RMA-CT                                  00005086
           MOVE WS-GARN-TOT  TO RMA-AMT                                 00005087
           MOVE WS-RUN-DATE  TO RMA-DATE                                00005088
           WRITE RMT-TOT-REC                                            00005089
           MOVE WS-GARN-ORDER-CT TO WS-CT-ED                            00005090
           MOVE SPACES TO RPT-REC                                       00005091
           STRING 'GARNISHMENT ORDERS WORKED: ' DELIMITED BY SIZE       00005092
                  WS-CT-ED DELIMITED BY SIZE                            00005093
                  INTO RPT-REC                                          00005094
           END-STRING                                                   00005095
           PERFORM 3050-RPT-WRITE-PARA                                  00005096
              THRU 3050-RPT-WRITE-PARA-EXIT                             00005097
           MOVE WS-GARN-SHORT-CT TO WS-CT-ED                            00005098
           MOVE SPACES TO RPT-REC                                       00005099
           STRING 'ORDERS SHORT - TO ARREARS: ' DELIMITED BY SIZE       00005100
                  WS-CT-ED DELIMITED BY SIZE                            00005101
                  INTO RPT-REC                                          00005102
           END-STRING                                                   00005103
           PERFORM 3050-RPT-WRITE-PARA                                  00005104
              THRU 3050-RPT-WRITE-PARA-EXIT                             00005105
           MOVE WS-GARN-CLOSED-CT TO WS-CT-ED                           00005106
           MOVE SPACES TO RPT-REC                                       00005107
           STRING 'ORDERS PAID OFF - CLOSED.: ' DELIMITED BY SIZE       00005108
                  WS-CT-ED DELIMITED BY SIZE                            00005109
                  INTO RPT-REC                                          00005110
           END-STRING                                                   00005111
           PERFORM 3050-RPT-WRITE-PARA                                  00005112
              THRU 3050-RPT-WRITE-PARA-EXIT                             00005113
           .                                                            00005114
       3560-GARN-REMIT-TOT-PARA-EXIT.                                   00005115
           EXIT                                                         00005116
           .                                                            00005117
       3565-GARN-AGY-LINE-PARA.                                         00005118
           MOVE SPACES TO RPT-REC                                       00005119
           MOVE AG-AGENCY(AGY-IDX) TO RPT-REC(1:6)                      00005120
           MOVE AG-CT(AGY-IDX) TO WS-CT-ED                              00005121
           MOVE WS-CT-ED TO RPT-REC(9:6)                                00005122
           MOVE AG-AMT(AGY-IDX) TO WS-AMT-ED                            00005123
           MOVE WS-AMT-ED TO RPT-REC(18:17)                             00005124
           PERFORM 3050-RPT-WRITE-PARA                                  00005125
              THRU 3050-RPT-WRITE-PARA-EXIT                             00005126
           MOVE SPACES             TO RMT-TOT-REC                       00005127
           MOVE 'A'                TO RMA-REC-TYPE                      00005128
           MOVE AG-AGENCY(AGY-IDX) TO RMA-AGENCY                        00005129
           MOVE AG-CT(AGY-IDX)     TO RMA-CT                            00005130
           MOVE AG-AMT(AGY-IDX)    TO RMA-AMT                           00005131
           MOVE WS-RUN-DATE        TO RMA-DATE                          00005132
           WRITE RMT-TOT-REC                                            00005133
           .                                                            00005134
       3565-GARN-AGY-LINE-PARA-EXIT.                                    00005135
           EXIT                                                         00005136
           .                                                            00005137
      *-----------------------------------------------------------      00005138
      *    EMPLOYER PAYROLL COST BY CODE - WHAT THE CYCLE COSTS THE     00005139
      *    COMPANY ON TOP OF GROSS.  NONE OF IT COMES OUT OF NET.       00005140
      *-----------------------------------------------------------      00005141
       3570-ER-TOTALS-PARA.                                             00005142
           MOVE SPACES TO RPT-REC                                       00005143
           PERFORM 3050-RPT-WRITE-PARA                                  00005144
              THRU 3050-RPT-WRITE-PARA-EXIT                             00005145
           MOVE SPACES TO RPT-REC                                       00005146
           STRING 'EMPLOYER PAYROLL COST BY CODE' DELIMITED BY SIZE     00005147
                  INTO RPT-REC                                          00005148
           END-STRING                                                   00005149
           PERFORM 3050-RPT-WRITE-PARA                                  00005150
              THRU 3050-RPT-WRITE-PARA-EXIT                             00005151
           PERFORM 3575-ER-CODE-LINE-PARA                               00005152
              THRU 3575-ER-CODE-LINE-PARA-EXIT                          00005153
              VARYING ER-IDX FROM 1 BY 1                                00005154
              UNTIL ER-IDX > WS-ER-CT                                   00005155
           MOVE SPACES TO RPT-REC                                       00005156
           MOVE 'TOTALS' TO RPT-REC(1:6)                                00005157
           MOVE WS-ER-TOT TO WS-AMT-ED                                  00005158
           MOVE WS-AMT-ED TO RPT-REC(18:17)                             00005159
           PERFORM 3050-RPT-WRITE-PARA                                  00005160
              THRU 3050-RPT-WRITE-PARA-EXIT                             00005161
           .                                                            00005162
       3570-ER-TOTALS-PARA-EXIT.                                        00005163
           EXIT                                                         00005164
           .                                                            00005165
       3575-ER-CODE-LINE-PARA.                                          00005166
           MOVE SPACES TO RPT-REC                                       00005167
           MOVE ER-CODE(ER-IDX) TO RPT-REC(1:4)                         00005168
           MOVE ER-EMP-CT(ER-IDX) TO WS-CT-ED                           00005169
           MOVE WS-CT-ED TO RPT-REC(9:6)                                00005170
           MOVE ER-TOTAL(ER-IDX) TO WS-AMT-ED                           00005171
           MOVE WS-AMT-ED TO RPT-REC(18:17)                             00005172
           IF ER-TYPE(ER-IDX) = 'R'                                     00005173
             MOVE 'RATE:' TO RPT-REC(40:5)                              00005174
           ELSE                                                         00005175
             MOVE 'MATCH:' TO RPT-REC(40:6)                             00005176
           END-IF                                                       00005177
           MOVE ER-PCT(ER-IDX) TO WS-PCT-ED                             00005178
           MOVE WS-PCT-ED TO RPT-REC(49:5)                              00005179
           IF ER-TYPE(ER-IDX) = 'M'                                     00005180
             MOVE 'PCT OF' TO RPT-REC(55:6)                             00005181
             MOVE ER-DED-CODE(ER-IDX) TO RPT-REC(62:4)                  00005182
             IF ER-LIMIT(ER-IDX) > ZEROES                               00005183
               MOVE 'UP TO' TO RPT-REC(67:5)                            00005184
               MOVE ER-LIMIT(ER-IDX) TO WS-PCT-ED                       00005185
               MOVE WS-PCT-ED TO RPT-REC(73:5)                          00005186
               MOVE 'PCT OF GROSS' TO RPT-REC(79:12)                    00005187
             END-IF                                                     00005188
           END-IF                                                       00005189
           IF ER-BASE(ER-IDX) > ZEROES                                  00005190
             MOVE 'WAGE BASE:' TO RPT-REC(93:10)                        00005191
             MOVE ER-BASE(ER-IDX) TO WS-BASE-ED                         00005192
             MOVE WS-BASE-ED TO RPT-REC(104:9)                          00005193
           END-IF                                                       00005194
           PERFORM 3050-RPT-WRITE-PARA                                  00005195
              THRU 3050-RPT-WRITE-PARA-EXIT                             00005196
           .                                                            00005197
       3575-ER-CODE-LINE-PARA-EXIT.                                     00005198
           EXIT                                                         00005199
           .                                                            00005200
       3580-ER-GLDED-PARA.                                              00005201
           MOVE SPACES              TO GLDED-REC                        00005202
           MOVE ED-CODE(ERD-IDX)    TO GLD-CODE                         00005203
           MOVE 'E'                 TO GLD-TYPE                         00005204
           MOVE ED-AMT(ERD-IDX)     TO GLD-AMT                          00005205
           MOVE ED-DEPT(ERD-IDX)    TO GLD-DEPT                         00005206
           WRITE GLDED-REC                                              00005207
           .                                                            00005208
       3580-ER-GLDED-PARA-EXIT.                                         00005209
           EXIT                                                         00005210
           .                                                            00005211
       3510-CODE-LINE-PARA.                                             00005030
           MOVE SPACES TO RPT-REC                                       00005040
           MOVE DT-CODE(DED-IDX) TO RPT-REC(1:4)                        00005050
           IF WS-ANN-IS-OPEN                                            00005161
             CLOSE ANN-PS                                               00005162
           END-IF                                                       00005163
           IF WS-QTR-IS-OPEN                                            00005164
             CLOSE QTR-PS                                               00005165
           END-IF                                                       00005166
           IF WS-NETKY-IS-OPEN                                          00005164
             CLOSE NETKY-PS                                             00005165
           END-IF                                                       00005166
           IF WS-GARN-IS-OPEN                                           00005167
             CLOSE GARN-PS                                              00005168
           END-IF                                                       00005169
           CLOSE TO001-PS NETPAY-PS RPT-PS GLDED-PS RMT-PS ADV-PS       00005170
                 HOLD-PS                                                00005171
           .                                                            00005180
       3900-CLOSE-PARA-EXIT.                                            00005190
           EXIT                                                         00005200
             MOVE WS-WRITE-CT       TO DL-AUDIT-WRITE-CT                00005300
             MOVE WS-RETURN-CD      TO DL-AUDIT-RETURN-CD               00005310
             MOVE 'COMPLETED'       TO DL-AUDIT-STATUS-TX               00005320
             PERFORM 9100-AUDIT-CHAIN-PARA                              00005321
                THRU 9100-AUDIT-CHAIN-PARA-EXIT                         00005322
             WRITE DL-AUDIT-REC                                         00005323
             CLOSE AUDIT-PS                                             00005340
           END-IF                                                       00005350
           MOVE WS-RETURN-CD TO RETURN-CODE                             00005360
           STOP RUN                                                     00005370
           .                                                            00005380
      *-----------------------------------------------------------      00005381
      *    CHAIN THE AUDIT RECORD INTO AUDITLOG'S SEQUENCE AND          00005382
      *    HASH, WRITING THE DAY'S ANCHOR FIRST WHEN THIS IS THE        00005383
      *    FIRST RECORD OF THE DAY.                                     00005384
      *-----------------------------------------------------------      00005385
       9100-AUDIT-CHAIN-PARA.                                           00005386
           MOVE SPACES       TO DL-CHN-PARMS                            00005387
           MOVE 'NXT'        TO DL-CHN-FUNC                             00005388
           MOVE 'AUDITLOG'   TO DL-CHN-LOG                              00005389
           MOVE DL-AUDIT-END-TS(1:8) TO DL-CHN-TODAY                    00005390
           MOVE DL-AUDIT-REC TO DL-CHN-REC                              00005391
           CALL 'PAYCHAIN' USING DL-CHN-PARMS                           00005392
             ON EXCEPTION                                               00005393
               DISPLAY 'PAYCHAIN NOT AVAILABLE - AUDIT RECORD NOT '     00005394
                       'CHAINED'                                        00005395
           END-CALL                                                     00005396
           IF DL-CHN-ANCHORED                                           00005397
             WRITE DL-AUDIT-REC FROM DL-CHN-ANCHOR                      00005398
           END-IF                                                       00005399
           IF DL-CHN-OK                                                 00005400
             MOVE DL-CHN-REC TO DL-AUDIT-REC                            00005401
           END-IF                                                       00005402
           .                                                            00005403
       9100-AUDIT-CHAIN-PARA-EXIT.                                      00005404
           EXIT                                                         00005405
           .                                                            00005406

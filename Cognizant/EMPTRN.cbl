      *        'C' - CHANGE AN EXISTING EMPLOYEE (BLANK FIELDS ARE      00000140
      *              LEFT AS THEY STAND ON THE MASTER)                  00000150
      *        'D' - DELETE AN EXISTING EMPLOYEE                        00000160
      *        'L' - LEAVE TAKEN, OFF THE LEAVE MASTER (LEAVEMST)       00000161
      *              BALANCE - TYPE IN COLS 9-12, HOURS (NNN.NN)        00000162
      *              IN COLS 14-18                                      00000163
      *        'S' - LABOR DISTRIBUTION (LABDIST) - UP TO FOUR          00000164
      *              DEPARTMENT/PERCENT PAIRS FROM COL 9, EACH          00000165
      *              DEPT (4) SPACE PCT (NNN.NN) SPACE, TOTALLING       00000166
      *              100.  THE FIRST PAIR IS THE PRIMARY                00000167
      *              DEPARTMENT.  ALL PAIRS BLANK REMOVES THE           00000168
      *              DISTRIBUTION.                                      00000169
      *        'R' - DEPARTMENT REORGANIZATION - THE SOURCE             00000170
      *              DEPARTMENT IN COLS 3-6 IN PLACE OF THE EMPID,      00000171
      *              THE TARGET IN THE DEPARTMENT COLUMNS AND AN        00000172
      *              OPTIONAL PAYROLL GROUP FILTER IN THE GROUP         00000173
      *              COLUMNS.  EVERY ACTIVE EMPLOYEE OF THE SOURCE      00000174
      *              (IN THAT GROUP) MOVES TO THE TARGET IN ONE         00000175
      *              PASS OF THE MASTER, EACH MOVE LOGGED ON THE        00000176
      *              REPORT AND ON THE REORGANIZATION LOG (REORGLOG)    00000177
      *              FOR PAYSUM AND PAYGL.  A SOURCE LEFT WITH NO       00000178
      *              ACTIVE EMPLOYEE IS MARKED INACTIVE ON DEPTREF.     00000179
      *        'M' - RAISE REVIEW MONTH (01-12) IN COLS 9-10 FOR        00000180
      *              PGM'S ELIGIBILITY TEST.  BLANK RETURNS THE         00000181
      *              EMPLOYEE TO THE HIRE ANNIVERSARY MONTH.  THE       00000182
      *              'A' AND 'C' CARDS HAVE NO FREE COLUMN LEFT, SO     00000183
      *              THE MONTH TRAVELS ON ITS OWN CARD.                 00000184
      *    POSITION CONTROL - WHEN THE POSITION MASTER (POSMST) IS      00000180
      *    PRESENT, A HIRE OR REHIRE TAKES THE LOWEST-NUMBERED          00000181
      *    VACANT POSITION OF ITS DEPARTMENT AND PAYROLL GROUP AND      00000182
      *    IS REJECTED WHEN THERE IS NONE.  A TRANSFER ('C' WITH A      00000183
      *    NEW DEPARTMENT OR GROUP) LIKEWISE NEEDS AN OPEN POSITION     00000184
      *    AT THE OTHER END AND GIVES UP THE ONE IT HELD.  A            00000185
      *    TERMINATION VACATES THE EMPLOYEE'S POSITION, AND A           00000186
      *    REORGANIZATION CARRIES THE MOVED EMPLOYEES' POSITIONS,       00000187
      *    WITH THE SOURCE'S VACANCIES IN THE GROUP, TO THE TARGET.     00000188
      *    COL 79 IS THE PAY TYPE - 'H' HOURLY, 'S' OR SPACE            00000164
      *    SALARIED.  AN HOURLY EMPLOYEE'S SALARY COLUMNS CARRY THE     00000165
      *    HOURLY RATE (NNNN.NN); THE MASTER HOLDS IT APART FROM A      00000166
      *    ZERO SALARY AND PAYHRLY PAYS FROM THE TIME CARDS.            00000167
      *    EVERY TRANSACTION IS FULLY VALIDATED WITH THE SAME RULES     00000170
      *    PGM APPLIES ON ITS INPUT PASS.  REJECTS GO TO THE SHARED     00000180
      *    SUSPENSE FILE (DLSUSP) AND EVERY TRANSACTION - APPLIED OR    00000190
      *    REJECTED - GETS A LINE ON THE ACTIVITY REPORT.               00000200
      *    EVERY HIRE, TERMINATION AND TRANSFER APPLIED IS ALSO         00000201
      *    LOGGED ON THE WORKFORCE MOVEMENT LOG (WFMOVLOG, DLWFMOV)     00000202
      *    FOR THE MONTHLY MOVEMENT REPORT (WFMOVE).                    00000203
      *-----------------------------------------------------------      00000210
       ENVIRONMENT DIVISION.                                            00000220
       INPUT-OUTPUT SECTION.                                            00000230
           ACCESS IS SEQUENTIAL                                         00000270
           FILE STATUS IS WS-FST-HRTRAN                                 00000280
           .                                                            00000290
      *-----------------------------------------------------------      00000291
      *    DYNAMIC ACCESS - KEYED FOR THE CARDS, BROWSED FROM THE       00000292
      *    TOP FOR A DEPARTMENT REORGANIZATION.                         00000293
      *-----------------------------------------------------------      00000294
           SELECT EMPMST-PS ASSIGN TO EMPMST                            00000300
           ORGANIZATION IS INDEXED                                      00000310
           ACCESS IS DYNAMIC                                            00000311
           RECORD KEY IS EMT-EMPID                                      00000330
           FILE STATUS IS WS-FST-EMPMST                                 00000340
           .                                                            00000350
      *-----------------------------------------------------------      00000351
      *    LEAVE BALANCE MASTER KEPT BY LVACCR.  'L' CARDS TAKE THE     00000352
      *    HOURS USED OFF THE BALANCE.                                  00000353
      *-----------------------------------------------------------      00000354
           SELECT LV-PS ASSIGN TO LEAVEMST                              00000355
           ORGANIZATION IS INDEXED                                      00000356
           ACCESS IS RANDOM                                             00000357
           RECORD KEY IS DL-LV-KEY                                      00000358
           FILE STATUS IS WS-FST-LV                                     00000359
           .                                                            00000360
      *-----------------------------------------------------------      00000361
      *    LABOR DISTRIBUTION MASTER READ BY PAYGL AND PAYSUM.  'S'     00000362
      *    CARDS MAINTAIN IT.                                           00000363
      *-----------------------------------------------------------      00000364
           SELECT LD-PS ASSIGN TO LABDIST                               00000365
           ORGANIZATION IS INDEXED                                      00000366
           ACCESS IS RANDOM                                             00000367
           RECORD KEY IS DL-LD-EMPID                                    00000368
           FILE STATUS IS WS-FST-LD                                     00000369
           .                                                            00000370
      *-----------------------------------------------------------      00000371
      *    POSITION CONTROL MASTER KEPT BY POSLOAD.  DYNAMIC ACCESS -   00000372
      *    BROWSED INTO CORE AT OPEN, THEN READ AND REWRITTEN BY KEY    00000373
      *    AS POSITIONS ARE FILLED AND VACATED.                         00000374
      *-----------------------------------------------------------      00000375
           SELECT POS-PS ASSIGN TO POSMST                               00000376
           ORGANIZATION IS INDEXED                                      00000377
           ACCESS IS DYNAMIC                                            00000378
           RECORD KEY IS DL-POS-ID                                      00000379
           FILE STATUS IS WS-FST-POS                                    00000380
           .                                                            00000381
      *-----------------------------------------------------------      00000351
      *    PENDING-TRANSACTION HOLDING FILE.  A FUTURE-EFFECTIVE        00000352
      *    TRANSACTION IS PARKED ON PENDOUT INSTEAD OF HITTING THE      00000353
      *    MASTER; EACH NIGHT'S RUN RE-EXAMINES THE PRIOR PENDING       00000354
           ACCESS IS SEQUENTIAL                                         00000361
           FILE STATUS IS WS-FST-APPROUT                                00000362
           .                                                            00000363
      *-----------------------------------------------------------      00000364
      *    READ AT START OF RUN FOR THE ACTIVE CODES; REOPENED I-O      00000365
      *    AT END OF RUN ONLY WHEN A REORGANIZATION EMPTIED A           00000366
      *    DEPARTMENT, TO MARK THAT CODE INACTIVE IN PLACE.             00000367
      *-----------------------------------------------------------      00000368
           SELECT OPTIONAL DEPTREF-PS ASSIGN TO DEPTREF                 00000363
           ORGANIZATION IS SEQUENTIAL                                   00000364
           ACCESS IS SEQUENTIAL                                         00000365
           ACCESS IS SEQUENTIAL                                         00000366
           FILE STATUS IS WS-FST-APPCTL                                 00000367
           .                                                            00000368
      *-----------------------------------------------------------      00000369
      *    EVERY EMPLOYEE MOVED BY A REORGANIZATION CARD THIS RUN,      00000370
      *    FOR THE DEPARTMENT SUBTOTALS IN PAYSUM AND PAYGL.            00000371
      *-----------------------------------------------------------      00000372
           SELECT RORG-PS ASSIGN TO REORGLOG                            00000373
           ORGANIZATION IS SEQUENTIAL                                   00000374
           ACCESS IS SEQUENTIAL                                         00000375
           FILE STATUS IS WS-FST-RORG                                   00000376
           .                                                            00000377
      *-----------------------------------------------------------      00000378
      *    EVERY HIRE, TERMINATION AND TRANSFER APPLIED THIS RUN,       00000379
      *    APPENDED FOR THE MONTHLY WORKFORCE MOVEMENT REPORT.          00000380
      *-----------------------------------------------------------      00000381
           SELECT WFMV-PS ASSIGN TO WFMOVLOG                            00000382
           ORGANIZATION IS SEQUENTIAL                                   00000383
           ACCESS IS SEQUENTIAL                                         00000384
           FILE STATUS IS WS-FST-WFMV                                   00000385
           .                                                            00000377
           SELECT RPT-PS ASSIGN TO HRACTRPT                             00000360
           ORGANIZATION IS SEQUENTIAL                                   00000370
           ACCESS IS SEQUENTIAL                                         00000380
         05 HRT-ACTION         PIC X(01).                               00000560
         05 F                  PIC X(01).                               00000570
         05 HRT-EMPID          PIC X(05).                               00000580
      *    REORGANIZATION ('R') - SOURCE DEPARTMENT IN PLACE OF THE     00000581
      *    EMPID.                                                       00000582
         05 HRT-RO-KEY REDEFINES HRT-EMPID.                             00000583
           10 HRT-RO-FROM      PIC X(04).                               00000584
           10 F                PIC X(01).                               00000585
         05 F                  PIC X(01).                               00000590
         05 HRT-EMPFNAME       PIC X(10).                               00000600
      *    LEAVE USAGE ('L') - TYPE AND HOURS TAKEN IN PLACE OF THE     00000601
      *    FIRST NAME.                                                  00000602
         05 HRT-LV-USAGE REDEFINES HRT-EMPFNAME.                        00000603
           10 HRT-LV-TYPE      PIC X(04).                               00000604
           10 F                PIC X(01).                               00000605
           10 HRT-LV-HOURS     PIC 9(03)V9(02).                         00000606
      *    REVIEW MONTH ('M') - MONTH IN PLACE OF THE FIRST NAME.       00000607
         05 HRT-RV-SET REDEFINES HRT-EMPFNAME.                          00000608
           10 HRT-RV-MONTH     PIC X(02).                               00000609
           10 F                PIC X(08).                               00000610
         05 F                  PIC X(01).                               00000610
         05 HRT-EMPLNAME       PIC X(10).                               00000620
         05 F                  PIC X(01).                               00000630
         05 HRT-EMPRATING      PIC X(01).                               00000640
         05 F                  PIC X(01).                               00000650
         05 HRT-EMPSALARY      PIC X(06).                               00000660
         05 HRT-HRRATE REDEFINES HRT-EMPSALARY                          00000661
                               PIC 9(04)V9(02).                         00000662
         05 F                  PIC X(01).                               00000670
         05 HRT-EMPDEPT        PIC X(04).                               00000680
         05 F                  PIC X(01).                               00000681
         05 F                  PIC X(01).                               00000695
      *    SUBMITTER - THE MAKER SIDE OF THE MAKER-CHECKER PAIR.        00000696
         05 HRT-SUBMITTER      PIC X(08).                               00000697
         05 F                  PIC X(01).                               00000698
      *    PAY TYPE - 'H' HOURLY, 'S' OR SPACE SALARIED.  AN HOURLY     00000699
      *    CARD CARRIES THE HOURLY RATE (NNNN.NN) IN THE SALARY         00000700
      *    COLUMNS.  BLANK ON A CHANGE LEAVES THE PAY TYPE AS IT        00000701
      *    STANDS.                                                      00000702
         05 HRT-PAYTYPE        PIC X(01).                               00000703
         05 F                  PIC X(01).                               00000704
      *    LABOR DISTRIBUTION ('S') - DEPARTMENT/PERCENT PAIRS IN       00000705
      *    PLACE OF THE NAME, RATING, SALARY, DEPARTMENT, GROUP AND     00000706
      *    HIRE DATE COLUMNS.  THE EFFECTIVE DATE AND SUBMITTER         00000707
      *    STAY WHERE THEY ARE.                                         00000708
       01 HRT-LD-REC.                                                   00000709
         05 F                  PIC X(08).                               00000710
         05 HRT-LD-SLOT OCCURS 4 TIMES.                                 00000711
           10 HRT-LD-DEPT      PIC X(04).                               00000712
           10 F                PIC X(01).                               00000713
           10 HRT-LD-PCT-X     PIC X(05).                               00000714
           10 HRT-LD-PCT REDEFINES HRT-LD-PCT-X                         00000715
                               PIC 9(03)V9(02).                         00000716
           10 F                PIC X(01).                               00000717
         05 F                  PIC X(28).                               00000718
       FD EMPMST-PS                                                     00000700
           RECORD CONTAINS 80 CHARACTERS.                               00000710
       01 EMT-REC.                                                      00000720
         05 EMT-EMPSTATUS      PIC X(01).                               00000836
         05 F                  PIC X(01).                               00000837
         05 EMT-TERMDATE       PIC X(10).                               00000838
         05 F                  PIC X(01).                               00000839
      *    PAY TYPE - 'H' HOURLY, PAID FROM TIME CARDS AT THE HOURLY    00000840
      *    RATE WITH A ZERO SALARY; 'S' OR SPACE SALARIED.              00000841
         05 EMT-PAYTYPE        PIC X(01).                               00000842
         05 F                  PIC X(01).                               00000843
         05 EMT-HRRATE         PIC 9(04)V9(02).                         00000844
      *    REVIEW MONTH (01-12) FOR PGM'S RAISE ELIGIBILITY, SET BY     00000845
      *    AN 'M' CARD.  BLANK MEANS THE HIRE ANNIVERSARY MONTH.        00000846
         05 EMT-REVMONTH       PIC X(02).                               00000847
         05 F                  PIC X(01).                               00000848
       FD APPRIN-PS                                                     00000835
           RECORD CONTAINS 96 CHARACTERS.                               00000836
       01 APRI-REC.                                                     00000837
       FD PENDOUT-PS                                                    00000847
           RECORD CONTAINS 80 CHARACTERS.                               00000848
       01 PNDO-REC               PIC X(80).                             00000849
       FD RORG-PS                                                       00000850
           RECORD CONTAINS 80 CHARACTERS.                               00000851
           COPY DLREORG.                                                00000852
       FD WFMV-PS                                                       00000853
           RECORD CONTAINS 80 CHARACTERS.                               00000854
           COPY DLWFMOV.                                                00000855
       FD RPT-PS                                                        00000850
           RECORD CONTAINS 132 CHARACTERS.                              00000860
       01 RPT-REC                PIC X(132).                            00000870
       FD LV-PS                                                         00000871
           RECORD CONTAINS 80 CHARACTERS.                               00000872
           COPY DLLEAVE.                                                00000873
       FD LD-PS                                                         00000874
           RECORD CONTAINS 80 CHARACTERS.                               00000875
           COPY DLLDIST.                                                00000876
       FD POS-PS                                                        00000877
           RECORD CONTAINS 80 CHARACTERS.                               00000878
           COPY DLPOSN.                                                 00000879
       FD SUSP-PS                                                       00000880
           RECORD CONTAINS 80 CHARACTERS.                               00000890
           COPY DLSUSP.                                                 00000900
       FD AUDIT-PS                                                      00000910
           RECORD CONTAINS 100 CHARACTERS.                              00000920
           COPY DLAUDIT.                                                00000930
       WORKING-STORAGE SECTION.                                         00000940
       01 WS-VARS.                                                      00000950
           88 C05-EMPMST-SUCCESS VALUE 00.                              00001000
           88 C05-EMPMST-NOTFND  VALUE 23.                              00001010
           88 C05-EMPMST-DUPKEY  VALUE 22.                              00001020
           88 C05-EMPMST-EOF     VALUE 10.                              00001021
         05 WS-FST-PENDIN PIC 9(02).                                    00001021
           88 C05-PENDIN-SUCCESS VALUE 00 05.                           00001022
           88 C05-PENDIN-EOF     VALUE 10.                              00001023
           88 C05-SUSP-SUCCESS   VALUE 00.                              00001060
         05 WS-FST-AUDIT PIC 9(02).                                     00001070
           88 C05-AUDIT-SUCCESS  VALUE 00.                              00001080
         05 WS-FST-LV    PIC 9(02).                                     00001081
           88 C05-LV-SUCCESS     VALUE 00.                              00001082
           88 C05-LV-NOTFND      VALUE 23.                              00001083
         05 WS-LV-OPEN-SW PIC X(01) VALUE 'N'.                          00001084
           88 WS-LV-IS-OPEN      VALUE 'Y'.                             00001085
         05 WS-FST-LD    PIC 9(02).                                     00001086
           88 C05-LD-SUCCESS     VALUE 00.                              00001087
           88 C05-LD-NOTFND      VALUE 23.                              00001088
         05 WS-LD-OPEN-SW PIC X(01) VALUE 'N'.                          00001089
           88 WS-LD-IS-OPEN      VALUE 'Y'.                             00001090
         05 WS-LDS-CT          PIC 9(06) VALUE ZEROES.                  00001091
         05 WS-LD-SUB          PIC 9(01).                               00001092
         05 WS-LD-SUB2         PIC 9(01).                               00001093
         05 WS-LD-USED         PIC 9(01).                               00001094
         05 WS-LD-TOTAL        PIC 9(04)V9(02).                         00001095
         05 WS-FST-POS   PIC 9(02).                                     00001096
           88 C05-POS-SUCCESS    VALUE 00.                              00001097
           88 C05-POS-EOF        VALUE 10.                              00001098
         05 WS-POS-OPEN-SW PIC X(01) VALUE 'N'.                         00001099
           88 WS-POS-IS-OPEN     VALUE 'Y'.                             00001100
         05 WS-POS-END-SW      PIC X(01).                               00001101
           88 WS-POS-END       VALUE 'Y'.                               00001102
      *-----------------------------------------------------------      00001103
      *    POSITION MASTER IN KEY ORDER - HOLDER BLANK WHEN VACANT.     00001104
      *    WS-POS-SUB IS THE POSITION BEING FILLED, WS-POS-OLD-SUB      00001105
      *    THE ONE THE EMPLOYEE HOLDS (ZERO = NONE).                    00001106
      *-----------------------------------------------------------      00001107
         05 WS-POS-CT          PIC 9(04) VALUE ZEROES.                  00001108
         05 WS-POS-TBL OCCURS 2000 TIMES INDEXED BY POS-IDX.            00001109
           10 PST-ID           PIC X(06).                               00001110
           10 PST-DEPT         PIC X(04).                               00001111
           10 PST-GROUP        PIC X(02).                               00001112
           10 PST-EMPID        PIC X(05).                               00001113
         05 WS-POS-SUB         PIC 9(04).                               00001114
         05 WS-POS-OLD-SUB     PIC 9(04).                               00001115
         05 WS-POS-LOOK-DEPT   PIC X(04).                               00001116
         05 WS-POS-LOOK-GROUP  PIC X(02).                               00001117
         05 WS-CHG-OLD-DEPT    PIC X(04).                               00001118
         05 WS-CHG-OLD-GROUP   PIC X(02).                               00001119
         05 WS-POS-FILL-CT     PIC 9(06) VALUE ZEROES.                  00001120
         05 WS-POS-VAC-CT      PIC 9(06) VALUE ZEROES.                  00001121
         05 WS-POS-MOVE-CT     PIC 9(06) VALUE ZEROES.                  00001122
         05 WS-AUDIT-OPEN-SW PIC X(01) VALUE 'N'.                       00001090
           88 WS-AUDIT-IS-OPEN   VALUE 'Y'.                             00001100
         05 WS-AUDIT-START-TS  PIC X(15).                               00001110
         05 WS-PEND-CT         PIC 9(06) VALUE ZEROES.                  00001183
         05 WS-TRM-CT          PIC 9(06) VALUE ZEROES.                  00001184
         05 WS-REHIRE-CT       PIC 9(06) VALUE ZEROES.                  00001185
         05 WS-LVU-CT          PIC 9(06) VALUE ZEROES.                  00001186
         05 WS-RVM-CT          PIC 9(06) VALUE ZEROES.                  00001187
      *-----------------------------------------------------------      00001186
      *    TERMINATIONS APPLIED THIS RUN, HELD FOR THE LEAVER           00001187
      *    REPORT SECTION GROUPED BY DEPARTMENT.                        00001188
         05 WS-DEPT-OK-SW      PIC X(01).                               00001256
           88 WS-DEPT-OK       VALUE 'Y'.                               00001257
         05 WS-LOOK-DEPT       PIC X(04).                               00001258
      *-----------------------------------------------------------      00001259
      *    DEPARTMENT REORGANIZATION ('R').  A SOURCE LEFT EMPTY IS     00001260
      *    DROPPED FROM THE ACTIVE TABLE AT ONCE, SO NO LATER CARD      00001261
      *    CAN MOVE ANYONE BACK INTO IT, AND NOTED HERE FOR THE         00001262
      *    END-OF-RUN DEPTREF UPDATE.                                   00001263
      *-----------------------------------------------------------      00001264
         05 WS-FST-RORG   PIC 9(02).                                    00001265
           88 C05-RORG-SUCCESS   VALUE 00.                              00001266
         05 WS-RORG-CT         PIC 9(06) VALUE ZEROES.                  00001267
         05 WS-RORG-EMP-CT     PIC 9(06) VALUE ZEROES.                  00001268
         05 WS-RO-MOVED-CT     PIC 9(05).                               00001269
         05 WS-RO-LEFT-CT      PIC 9(05).                               00001270
         05 WS-RO-END-SW       PIC X(01).                               00001271
           88 WS-RO-END        VALUE 'Y'.                               00001272
         05 WS-RO-EMPTIED-SW   PIC X(01).                               00001273
           88 WS-RO-EMPTIED    VALUE 'Y'.                               00001274
         05 WS-RO-EFFDATE      PIC X(10).                               00001275
         05 WS-RO-SRC-SLOT     PIC 9(01).                               00001276
         05 WS-RO-TGT-SLOT     PIC 9(01).                               00001277
         05 WS-RO-CT-ED        PIC ZZZZ9.                               00001278
         05 WS-RO-GRP-DSP      PIC X(03).                               00001279
         05 WS-CLS-CT          PIC 9(02) VALUE ZEROES.                  00001279
         05 WS-CLS-TBL OCCURS 20 TIMES INDEXED BY CLS-IDX.              00001280
           10 CLS-DEPT         PIC X(04).                               00001281
         05 WS-CLS-FOUND-SW    PIC X(01).                               00001282
           88 WS-CLS-FOUND     VALUE 'Y'.                               00001283
         05 WS-DEACT-CT        PIC 9(06) VALUE ZEROES.                  00001284
         05 WS-FST-WFMV  PIC 9(02).                                     00001285
           88 C05-WFMV-SUCCESS   VALUE 00.                              00001286
         05 WS-WFMV-CT         PIC 9(06) VALUE ZEROES.                  00001287
         05 WS-CT-ED           PIC ZZZZZ9.                              00001190
         05 WS-REJ-CODE        PIC X(04).                               00001200
         05 WS-REJ-REASON      PIC X(26).                               00001210
           10 WS-RUNC-PGM    PIC X(08).                                 00001250
           10 WS-RUNC-DATE   PIC X(10).                                 00001260
           10 WS-RUNC-RESULT PIC X(01).                                 00001270
       COPY DLCHAIN.                                                    00001271
       LINKAGE SECTION.                                                 00001280
       01 LK-PARM-REC.                                                  00001290
           05 LK-RUN-DATE    PIC X(10).                                 00001300
              UNTIL C05-HRTRAN-EOF                                      00002000
           PERFORM 2700-APPR-RECYCLE-PARA                               00002001
              THRU 2700-APPR-RECYCLE-PARA-EXIT                          00002002
           IF WS-CLS-CT > 0                                             00002003
             PERFORM 3880-DEPTREF-UPD-PARA                              00002004
                THRU 3880-DEPTREF-UPD-PARA-EXIT                         00002005
           END-IF                                                       00002006
           PERFORM 3800-TOTALS-PARA                                     00002010
              THRU 3800-TOTALS-PARA-EXIT                                00002020
           PERFORM 3900-CLOSE-PARA                                      00002030
             MOVE 0008 TO WS-RETURN-CD                                  00002387
             PERFORM 9000-TERM-PARA                                     00002388
           END-EVALUATE                                                 00002389
           OPEN OUTPUT RORG-PS                                          00002390
           EVALUATE TRUE                                                00002391
           WHEN C05-RORG-SUCCESS                                        00002392
             DISPLAY 'RORG-PS OPENED'                                   00002393
           WHEN OTHER                                                   00002394
             DISPLAY 'RORG-PS OPEN FAILED ' WS-FST-RORG                 00002395
             MOVE 0008 TO WS-RETURN-CD                                  00002396
             PERFORM 9000-TERM-PARA                                     00002397
           END-EVALUATE                                                 00002398
           OPEN EXTEND WFMV-PS                                          00002399
           EVALUATE TRUE                                                00002400
           WHEN C05-WFMV-SUCCESS                                        00002401
             DISPLAY 'WFMV-PS OPENED'                                   00002402
           WHEN OTHER                                                   00002403
             DISPLAY 'WFMV-PS OPEN FAILED ' WS-FST-WFMV                 00002404
             MOVE 0008 TO WS-RETURN-CD                                  00002396
             PERFORM 9000-TERM-PARA                                     00002397
           END-EVALUATE                                                 00002398
      *    NO LEAVE MASTER ONLY STOPS THE LEAVE CARDS, NOT THE RUN;     00002390
      *    THE SAME GOES FOR THE LABOR DISTRIBUTION MASTER.             00002391
           OPEN I-O LV-PS                                               00002391
           EVALUATE TRUE                                                00002392
           WHEN C05-LV-SUCCESS                                          00002393
             DISPLAY 'LV-PS OPENED'                                     00002394
             SET WS-LV-IS-OPEN TO TRUE                                  00002395
           WHEN OTHER                                                   00002396
             DISPLAY 'LEAVEMST NOT AVAILABLE - LEAVE USAGE CARDS '      00002397
                     'REJECTED ' WS-FST-LV                              00002398
           END-EVALUATE                                                 00002399
           OPEN I-O LD-PS                                               00002400
           EVALUATE TRUE                                                00002401
           WHEN C05-LD-SUCCESS                                          00002402
             DISPLAY 'LD-PS OPENED'                                     00002403
             SET WS-LD-IS-OPEN TO TRUE                                  00002404
           WHEN OTHER                                                   00002405
             DISPLAY 'LABDIST NOT AVAILABLE - LABOR DISTRIBUTION '      00002406
                     'CARDS REJECTED ' WS-FST-LD                        00002407
           END-EVALUATE                                                 00002408
      *    NO POSITION MASTER TURNS POSITION CONTROL OFF - HIRES        00002409
      *    AND TRANSFERS APPLY WITHOUT A POSITION, AS BEFORE.           00002410
           OPEN I-O POS-PS                                              00002411
           EVALUATE TRUE                                                00002412
           WHEN C05-POS-SUCCESS                                         00002413
             DISPLAY 'POS-PS OPENED'                                    00002414
             SET WS-POS-IS-OPEN TO TRUE                                 00002415
             MOVE 'N' TO WS-POS-END-SW                                  00002416
             PERFORM 3110-POS-LOAD-PARA                                 00002417
                THRU 3110-POS-LOAD-PARA-EXIT                            00002418
                UNTIL WS-POS-END                                        00002419
             DISPLAY 'POSITIONS ON MASTER: ' WS-POS-CT                  00002420
           WHEN OTHER                                                   00002421
             DISPLAY 'POSMST NOT AVAILABLE - POSITION CONTROL '         00002422
                     'NOT APPLIED ' WS-FST-POS                          00002423
           END-EVALUATE                                                 00002424
           OPEN EXTEND SUSP-PS                                          00002390
           EVALUATE TRUE                                                00002400
           WHEN C05-SUSP-SUCCESS                                        00002410
       3100-OPEN-PARA-EXIT.                                             00002590
           EXIT                                                         00002600
           .                                                            00002610
      *-----------------------------------------------------------      00002611
      *    POSITION MASTER HELD IN CORE IN KEY ORDER, SO THE FIRST      00002612
      *    VACANCY FOUND FOR A DEPARTMENT AND GROUP IS THE LOWEST-      00002613
      *    NUMBERED ONE.                                                00002614
      *-----------------------------------------------------------      00002615
       3110-POS-LOAD-PARA.                                              00002616
           READ POS-PS NEXT RECORD                                      00002617
           EVALUATE TRUE                                                00002618
           WHEN C05-POS-SUCCESS                                         00002619
             IF WS-POS-CT < 2000                                        00002620
               ADD 1 TO WS-POS-CT                                       00002621
               MOVE DL-POS-ID    TO PST-ID(WS-POS-CT)                   00002622
               MOVE DL-POS-DEPT  TO PST-DEPT(WS-POS-CT)                 00002623
               MOVE DL-POS-GROUP TO PST-GROUP(WS-POS-CT)                00002624
               IF DL-POS-FILLED                                         00002625
                 MOVE DL-POS-EMPID TO PST-EMPID(WS-POS-CT)              00002626
               ELSE                                                     00002627
                 MOVE SPACES TO PST-EMPID(WS-POS-CT)                    00002628
               END-IF                                                   00002629
             ELSE                                                       00002630
               DISPLAY 'POSITION TABLE FULL AT ' DL-POS-ID              00002631
                       ' - LATER POSITIONS NOT ASSIGNED'                00002632
               IF WS-RETURN-CD = 0                                      00002633
                 MOVE 0004 TO WS-RETURN-CD                              00002634
               END-IF                                                   00002635
               MOVE 'Y' TO WS-POS-END-SW                                00002636
             END-IF                                                     00002637
           WHEN C05-POS-EOF                                             00002638
             MOVE 'Y' TO WS-POS-END-SW                                  00002639
           WHEN OTHER                                                   00002640
             DISPLAY 'POS-PS READ NEXT FAILED ' WS-FST-POS              00002641
             MOVE 0008 TO WS-RETURN-CD                                  00002642
             MOVE 'Y' TO WS-POS-END-SW                                  00002643
           END-EVALUATE                                                 00002644
           .                                                            00002645
       3110-POS-LOAD-PARA-EXIT.                                         00002646
           EXIT                                                         00002647
           .                                                            00002648
       3150-TITLE-PARA.                                                 00002620
           MOVE SPACES TO RPT-REC                                       00002630
           STRING 'HR TRANSACTION ACTIVITY REPORT   RUN DATE: '         00002640
             GO TO 3210-APPLY-PARA-EXIT                                 00003098
           END-IF                                                       00003099
      *    A HIGH-RISK CARD WITHOUT ITS APPROVAL YET - ADDS,            00003100
      *    TERMINATIONS, DELETES, RATING, PAY-TYPE AND REVIEW-MONTH     00003101
      *    CHANGES - IS                                                 00003102
      *    HELD ON THE APPROVAL-PENDING FILE FOR A SECOND PAIR OF       00003102
      *    EYES.  NAME AND DEPARTMENT CORRECTIONS STAY SINGLE-STEP.     00003103
           IF NOT WS-APPROVED                                           00003104
             IF HRT-ACTION = 'A' OR HRT-ACTION = 'T' OR                 00003105
                HRT-ACTION = 'D' OR HRT-ACTION = 'M' OR                 00003106
                (HRT-ACTION = 'C' AND HRT-EMPRATING > SPACES) OR        00003107
                (HRT-ACTION = 'C' AND HRT-PAYTYPE > SPACES)             00003108
               PERFORM 3670-APPHOLD-PARA                                00003108
                  THRU 3670-APPHOLD-PARA-EXIT                           00003109
               GO TO 3210-APPLY-PARA-EXIT                               00003110
           WHEN 'V'                                                     00003191
             PERFORM 3660-APPROVE-NOTE-PARA                             00003192
                THRU 3660-APPROVE-NOTE-PARA-EXIT                        00003193
           WHEN 'L'                                                     00003194
             PERFORM 3580-LEAVE-USE-PARA                                00003195
                THRU 3580-LEAVE-USE-PARA-EXIT                           00003196
           WHEN 'M'                                                     00003197
             PERFORM 3585-REVIEW-MONTH-PARA                             00003198
                THRU 3585-REVIEW-MONTH-PARA-EXIT                        00003199
           WHEN 'S'                                                     00003197
             PERFORM 3590-LABOR-DIST-PARA                               00003198
                THRU 3590-LABOR-DIST-PARA-EXIT                          00003199
           WHEN 'R'                                                     00003200
             PERFORM 3520-REORG-PARA                                    00003201
                THRU 3520-REORG-PARA-EXIT                               00003202
           WHEN OTHER                                                   00003200
             MOVE 'ACTN' TO WS-REJ-CODE                                 00003210
             MOVE 'ACTION NOT A C D L M R S T V' TO WS-REJ-REASON       00003211
             PERFORM 3700-REJECT-PARA                                   00003230
                THRU 3700-REJECT-PARA-EXIT                              00003240
           END-EVALUATE                                                 00003250
                THRU 3700-REJECT-PARA-EXIT                              00003350
             GO TO 3300-ADD-PARA-EXIT                                   00003360
           END-IF                                                       00003370
           IF WS-POS-IS-OPEN                                            00003371
             MOVE HRT-EMPDEPT  TO WS-POS-LOOK-DEPT                      00003372
             MOVE HRT-EMPGROUP TO WS-POS-LOOK-GROUP                     00003373
             PERFORM 3530-POS-FIND-PARA                                 00003374
                THRU 3530-POS-FIND-PARA-EXIT                            00003375
             IF WS-POS-SUB = 0                                          00003376
               MOVE 'NPOS' TO WS-REJ-CODE                               00003377
               MOVE 'NO OPEN POSITION IN DEPT' TO WS-REJ-REASON         00003378
               PERFORM 3700-REJECT-PARA                                 00003379
                  THRU 3700-REJECT-PARA-EXIT                            00003380
               GO TO 3300-ADD-PARA-EXIT                                 00003381
             END-IF                                                     00003382
           END-IF                                                       00003383
           MOVE SPACES          TO EMT-REC                              00003380
           MOVE HRT-EMPID       TO EMT-EMPID                            00003390
           MOVE HRT-EMPFNAME    TO EMT-EMPFNAME                         00003400
           MOVE HRT-EMPLNAME    TO EMT-EMPLNAME                         00003410
           MOVE HRT-EMPRATING   TO EMT-EMPRATING                        00003420
           MOVE HRT-PAYTYPE     TO EMT-PAYTYPE                          00003421
           PERFORM 3610-PAY-SET-PARA                                    00003422
              THRU 3610-PAY-SET-PARA-EXIT                               00003423
           MOVE HRT-EMPDEPT     TO EMT-EMPDEPT                          00003440
           MOVE HRT-EMPGROUP    TO EMT-EMPGROUP                         00003441
           MOVE HRT-HIREDATE    TO EMT-HIREDATE                         00003442
           EVALUATE TRUE                                                00003460
           WHEN C05-EMPMST-SUCCESS                                      00003470
             ADD 1 TO WS-ADD-CT                                         00003480
             PERFORM 3760-WFMV-HIRE-PARA                                00003481
                THRU 3760-WFMV-HIRE-PARA-EXIT                           00003482
             IF WS-POS-IS-OPEN                                          00003481
               PERFORM 3535-POS-FILL-PARA                               00003482
                  THRU 3535-POS-FILL-PARA-EXIT                          00003483
             END-IF                                                     00003484
             PERFORM 3750-APPLIED-PARA                                  00003490
                THRU 3750-APPLIED-PARA-EXIT                             00003500
           WHEN C05-EMPMST-DUPKEY                                       00003510
               MOVE HRT-EMPFNAME    TO EMT-EMPFNAME                     00003683
               MOVE HRT-EMPLNAME    TO EMT-EMPLNAME                     00003684
               MOVE HRT-EMPRATING   TO EMT-EMPRATING                    00003685
               MOVE HRT-PAYTYPE     TO EMT-PAYTYPE                      00003686
               PERFORM 3610-PAY-SET-PARA                                00003687
                  THRU 3610-PAY-SET-PARA-EXIT                           00003688
               MOVE HRT-EMPDEPT     TO EMT-EMPDEPT                      00003687
               MOVE HRT-EMPGROUP    TO EMT-EMPGROUP                     00003688
               MOVE HRT-HIREDATE    TO EMT-HIREDATE                     00003689
               MOVE 'A'             TO EMT-EMPSTATUS                    00003690
               MOVE SPACES          TO EMT-TERMDATE                     00003691
               MOVE SPACES          TO EMT-REVMONTH                     00003692
               REWRITE EMT-REC                                          00003692
               EVALUATE TRUE                                            00003693
               WHEN C05-EMPMST-SUCCESS                                  00003694
                 ADD 1 TO WS-REHIRE-CT                                  00003695
                 PERFORM 3760-WFMV-HIRE-PARA                            00003696
                    THRU 3760-WFMV-HIRE-PARA-EXIT                       00003697
                 IF WS-POS-IS-OPEN                                      00003696
                   PERFORM 3535-POS-FILL-PARA                           00003697
                      THRU 3535-POS-FILL-PARA-EXIT                      00003698
                 END-IF                                                 00003699
                 PERFORM 3750-APPLIED-PARA                              00003696
                    THRU 3750-APPLIED-PARA-EXIT                         00003697
               WHEN OTHER                                               00003698
                THRU 3700-REJECT-PARA-EXIT                              00003920
             GO TO 3400-CHANGE-PARA-EXIT                                00003930
           END-EVALUATE                                                 00003940
           MOVE EMT-EMPDEPT  TO WS-CHG-OLD-DEPT                         00003941
           MOVE EMT-EMPGROUP TO WS-CHG-OLD-GROUP                        00003942
           MOVE ZEROES TO WS-POS-SUB                                    00003943
           IF HRT-EMPFNAME > SPACES                                     00003950
             MOVE HRT-EMPFNAME TO EMT-EMPFNAME                          00003960
           END-IF                                                       00003970
           IF HRT-EMPRATING > SPACES                                    00004010
             MOVE HRT-EMPRATING TO EMT-EMPRATING                        00004020
           END-IF                                                       00004030
      *    A PAY-TYPE SWITCH MUST BRING THE NEW SALARY OR HOURLY        00004031
      *    RATE WITH IT - THE OLD FIGURE MEANS NOTHING UNDER THE        00004032
      *    NEW PAY TYPE.                                                00004033
           IF HRT-PAYTYPE > SPACES                                      00004034
             IF HRT-PAYTYPE NOT = 'S' AND HRT-PAYTYPE NOT = 'H'         00004035
               MOVE 'EPTY' TO WS-REJ-CODE                               00004036
               MOVE 'PAY TYPE NOT S OR H' TO WS-REJ-REASON              00004037
             ELSE                                                       00004070
               IF HRT-EMPSALARY = SPACES                                00004071
                 MOVE 'ESAL' TO WS-REJ-CODE                             00004072
                 MOVE 'PAY TYPE CHANGE NEEDS RATE' TO WS-REJ-REASON     00004073
               ELSE                                                     00004074
                 MOVE HRT-PAYTYPE TO EMT-PAYTYPE                        00004075
               END-IF                                                   00004076
             END-IF                                                     00004100
           END-IF                                                       00004110
           IF HRT-EMPSALARY > SPACES                                    00004040
             IF HRT-EMPSALARY IS NUMERIC                                00004050
               PERFORM 3610-PAY-SET-PARA                                00004051
                  THRU 3610-PAY-SET-PARA-EXIT                           00004052
               IF EMT-PAYTYPE = 'H' AND EMT-HRRATE = ZEROES             00004053
                 MOVE 'ERAT' TO WS-REJ-CODE                             00004054
                 MOVE 'HOURLY RATE IS ZERO' TO WS-REJ-REASON            00004055
               END-IF                                                   00004056
             ELSE                                                       00004057
               MOVE 'ESAL' TO WS-REJ-CODE                               00004080
               MOVE 'EMPSALARY IS NOT NUMERIC' TO WS-REJ-REASON         00004090
             END-IF                                                     00004091
           END-IF                                                       00004092
           IF HRT-EMPDEPT > SPACES                                      00004120
             MOVE HRT-EMPDEPT TO WS-LOOK-DEPT                           00004121
             PERFORM 1450-DEPT-CHECK-PARA                               00004122
               MOVE 'EMPRATING NOT P OR R' TO WS-REJ-REASON             00004300
             END-IF                                                     00004310
           END-IF                                                       00004320
      *    A TRANSFER NEEDS AN OPEN POSITION IN THE NEW DEPARTMENT      00004321
      *    AND GROUP BEFORE IT IS APPLIED.                              00004322
           IF WS-REJ-CODE = SPACES AND WS-POS-IS-OPEN AND               00004323
              EMT-EMPSTATUS NOT = 'T' AND                               00004324
              (EMT-EMPDEPT NOT = WS-CHG-OLD-DEPT OR                     00004325
               EMT-EMPGROUP NOT = WS-CHG-OLD-GROUP)                     00004326
             MOVE EMT-EMPDEPT  TO WS-POS-LOOK-DEPT                      00004327
             MOVE EMT-EMPGROUP TO WS-POS-LOOK-GROUP                     00004328
             PERFORM 3530-POS-FIND-PARA                                 00004329
                THRU 3530-POS-FIND-PARA-EXIT                            00004330
             IF WS-POS-SUB = 0                                          00004331
               MOVE 'NPOS' TO WS-REJ-CODE                               00004332
               MOVE 'NO OPEN POSITION IN DEPT' TO WS-REJ-REASON         00004333
             END-IF                                                     00004334
           END-IF                                                       00004370
           IF WS-REJ-CODE > SPACES                                      00004330
             PERFORM 3700-REJECT-PARA                                   00004340
                THRU 3700-REJECT-PARA-EXIT                              00004350
             GO TO 3400-CHANGE-PARA-EXIT                                00004360
           END-IF                                                       00004361
           REWRITE EMT-REC                                              00004380
           EVALUATE TRUE                                                00004390
           WHEN C05-EMPMST-SUCCESS                                      00004400
             ADD 1 TO WS-CHG-CT                                         00004410
             IF EMT-EMPSTATUS NOT = 'T' AND                             00004411
                (EMT-EMPDEPT NOT = WS-CHG-OLD-DEPT OR                   00004412
                 EMT-EMPGROUP NOT = WS-CHG-OLD-GROUP)                   00004413
               PERFORM 3762-WFMV-XFER-PARA                              00004414
                  THRU 3762-WFMV-XFER-PARA-EXIT                         00004415
             END-IF                                                     00004416
             IF WS-POS-SUB > 0                                          00004411
               PERFORM 3540-POS-VACATE-PARA                             00004412
                  THRU 3540-POS-VACATE-PARA-EXIT                        00004413
               PERFORM 3535-POS-FILL-PARA                               00004414
                  THRU 3535-POS-FILL-PARA-EXIT                          00004415
             END-IF                                                     00004416
             PERFORM 3750-APPLIED-PARA                                  00004420
                THRU 3750-APPLIED-PARA-EXIT                             00004430
           WHEN OTHER                                                   00004440
       3400-CHANGE-PARA-EXIT.                                           00004530
           EXIT                                                         00004540
           .                                                            00004550
      *-----------------------------------------------------------      00004551
      *    DEPARTMENT REORGANIZATION - ONE PASS OF THE MASTER MOVES     00004552
      *    EVERY ACTIVE EMPLOYEE OF THE SOURCE DEPARTMENT (IN THE       00004553
      *    CARD'S GROUP, WHEN IT NAMES ONE) TO THE TARGET, WHICH        00004554
      *    MUST BE ACTIVE ON DEPTREF.  TERMINATED RECORDS KEEP THE      00004555
      *    DEPARTMENT THEY LEFT FROM.  WHEN NO ACTIVE EMPLOYEE IS       00004556
      *    LEFT IN THE SOURCE IT IS RETIRED FROM DEPTREF.               00004557
      *-----------------------------------------------------------      00004558
       3520-REORG-PARA.                                                 00004559
           EVALUATE TRUE                                                00004560
           WHEN HRT-RO-FROM = SPACES                                    00004561
             MOVE 'RSRC' TO WS-REJ-CODE                                 00004562
             MOVE 'REORG SOURCE DEPT MISSING' TO WS-REJ-REASON          00004563
           WHEN HRT-EMPDEPT = SPACES                                    00004564
             MOVE 'RTGT' TO WS-REJ-CODE                                 00004565
             MOVE 'REORG TARGET DEPT MISSING' TO WS-REJ-REASON          00004566
           WHEN HRT-EMPDEPT = HRT-RO-FROM                               00004567
             MOVE 'RSAM' TO WS-REJ-CODE                                 00004568
             MOVE 'SOURCE SAME AS TARGET' TO WS-REJ-REASON              00004569
           WHEN OTHER                                                   00004570
             MOVE HRT-EMPDEPT TO WS-LOOK-DEPT                           00004571
             PERFORM 1450-DEPT-CHECK-PARA                               00004572
                THRU 1450-DEPT-CHECK-PARA-EXIT                          00004573
             IF NOT WS-DEPT-OK                                          00004574
               MOVE 'DEPT' TO WS-REJ-CODE                               00004575
               MOVE 'DEPT NOT ON REFERENCE' TO WS-REJ-REASON            00004576
             END-IF                                                     00004577
           END-EVALUATE                                                 00004578
           IF WS-REJ-CODE > SPACES                                      00004579
             PERFORM 3700-REJECT-PARA                                   00004580
                THRU 3700-REJECT-PARA-EXIT                              00004581
             GO TO 3520-REORG-PARA-EXIT                                 00004582
           END-IF                                                       00004583
           IF HRT-EFFDATE > SPACES                                      00004584
             MOVE HRT-EFFDATE TO WS-RO-EFFDATE                          00004585
           ELSE                                                         00004586
             MOVE WS-RUN-DATE TO WS-RO-EFFDATE                          00004587
           END-IF                                                       00004588
           MOVE ZEROES TO WS-RO-MOVED-CT WS-RO-LEFT-CT                  00004589
           MOVE 'N' TO WS-RO-END-SW                                     00004590
           MOVE 'N' TO WS-RO-EMPTIED-SW                                 00004591
           MOVE LOW-VALUES TO EMT-EMPID                                 00004592
           START EMPMST-PS KEY IS NOT LESS THAN EMT-EMPID               00004593
           EVALUATE TRUE                                                00004594
           WHEN C05-EMPMST-SUCCESS                                      00004595
             PERFORM 3521-REORG-READ-PARA                               00004596
                THRU 3521-REORG-READ-PARA-EXIT                          00004597
                UNTIL WS-RO-END                                         00004598
           WHEN C05-EMPMST-NOTFND                                       00004599
             CONTINUE                                                   00004600
           WHEN OTHER                                                   00004601
             DISPLAY 'EMPMST-PS START FAILED ' WS-FST-EMPMST            00004602
             MOVE 'READ' TO WS-REJ-CODE                                 00004603
             MOVE 'MASTER READ ERROR' TO WS-REJ-REASON                  00004604
             MOVE 0008 TO WS-RETURN-CD                                  00004605
             PERFORM 3700-REJECT-PARA                                   00004606
                THRU 3700-REJECT-PARA-EXIT                              00004607
             GO TO 3520-REORG-PARA-EXIT                                 00004608
           END-EVALUATE                                                 00004609
           IF WS-POS-IS-OPEN                                            00004610
             PERFORM 3543-POS-VAC-MOVE-PARA                             00004611
                THRU 3543-POS-VAC-MOVE-PARA-EXIT                        00004612
                VARYING WS-POS-OLD-SUB FROM 1 BY 1                      00004613
                UNTIL WS-POS-OLD-SUB > WS-POS-CT                        00004614
           END-IF                                                       00004615
           IF WS-RO-LEFT-CT = 0                                         00004610
             PERFORM 3525-DPT-DROP-PARA                                 00004611
                THRU 3525-DPT-DROP-PARA-EXIT                            00004612
                VARYING DPT-IDX FROM 1 BY 1                             00004613
                UNTIL DPT-IDX > WS-DEPT-CT                              00004614
           END-IF                                                       00004615
           IF WS-RO-EMPTIED                                             00004616
             IF WS-CLS-CT < 20                                          00004617
               ADD 1 TO WS-CLS-CT                                       00004618
               MOVE HRT-RO-FROM TO CLS-DEPT(WS-CLS-CT)                  00004619
             ELSE                                                       00004620
               DISPLAY 'DEACTIVATION TABLE FULL - DEPT ' HRT-RO-FROM    00004621
                       ' STAYS ACTIVE ON DEPTREF'                       00004622
               IF WS-RETURN-CD = 0                                      00004623
                 MOVE 0004 TO WS-RETURN-CD                              00004624
               END-IF                                                   00004625
             END-IF                                                     00004626
           END-IF                                                       00004627
           MOVE SPACES          TO DL-RORG-REC                          00004628
           MOVE 'S'             TO DL-RORG-TYPE                         00004629
           MOVE HRT-RO-FROM     TO DL-RORG-FROM                         00004630
           MOVE HRT-EMPDEPT     TO DL-RORG-TO                           00004631
           MOVE HRT-EMPGROUP    TO DL-RORG-GROUP                        00004632
           MOVE WS-RO-EFFDATE   TO DL-RORG-EFFDATE                      00004633
           MOVE ZEROES          TO DL-RORG-SALARY                       00004634
           MOVE WS-RO-MOVED-CT  TO DL-RORG-MOVED-CT                     00004635
           MOVE WS-RO-LEFT-CT   TO DL-RORG-LEFT-CT                      00004636
           MOVE WS-RO-EMPTIED-SW TO DL-RORG-EMPTIED                     00004637
           WRITE DL-RORG-REC                                            00004638
           ADD 1 TO WS-RORG-CT                                          00004639
           ADD 1 TO WS-APPLIED-CT                                       00004640
           MOVE WS-RO-MOVED-CT TO WS-RO-CT-ED                           00004641
           IF HRT-EMPGROUP = SPACES                                     00004642
             MOVE 'ALL' TO WS-RO-GRP-DSP                                00004643
           ELSE                                                         00004644
             MOVE HRT-EMPGROUP TO WS-RO-GRP-DSP                         00004645
           END-IF                                                       00004646
           MOVE SPACES TO RPT-REC                                       00004642
           STRING HRT-ACTION      DELIMITED BY SIZE                     00004643
                  '   '           DELIMITED BY SIZE                     00004644
                  HRT-EMPID       DELIMITED BY SIZE                     00004645
                  ' REORGANIZED TO ' DELIMITED BY SIZE                  00004646
                  HRT-EMPDEPT     DELIMITED BY SIZE                     00004647
                  ' GROUP '       DELIMITED BY SIZE                     00004648
                  WS-RO-GRP-DSP   DELIMITED BY SIZE                     00004649
                  ' - MOVED '     DELIMITED BY SIZE                     00004650
                  WS-RO-CT-ED     DELIMITED BY SIZE                     00004651
                  INTO RPT-REC                                          00004652
           END-STRING                                                   00004653
           IF WS-RO-EMPTIED                                             00004657
             MOVE ' - SOURCE EMPTY, RETIRED FROM DEPTREF'               00004658
               TO RPT-REC(55:37)                                        00004659
           ELSE                                                         00004660
             MOVE WS-RO-LEFT-CT TO WS-RO-CT-ED                          00004661
             MOVE ' - STILL IN SOURCE' TO RPT-REC(55:18)                00004662
             MOVE WS-RO-CT-ED         TO RPT-REC(74:5)                  00004663
           END-IF                                                       00004664
           WRITE RPT-REC                                                00004665
           .                                                            00004666
       3520-REORG-PARA-EXIT.                                            00004667
           EXIT                                                         00004668
           .                                                            00004669
      *-----------------------------------------------------------      00004670
      *    ONE MASTER RECORD OF THE REORGANIZATION BROWSE.  A           00004671
      *    SOURCE EMPLOYEE OUTSIDE THE GROUP FILTER STAYS WHERE IT      00004672
      *    IS AND KEEPS THE SOURCE DEPARTMENT ALIVE.                    00004673
      *-----------------------------------------------------------      00004674
       3521-REORG-READ-PARA.                                            00004675
           READ EMPMST-PS NEXT RECORD                                   00004676
           EVALUATE TRUE                                                00004677
           WHEN C05-EMPMST-SUCCESS                                      00004678
             CONTINUE                                                   00004679
           WHEN C05-EMPMST-EOF                                          00004680
             MOVE 'Y' TO WS-RO-END-SW                                   00004681
             GO TO 3521-REORG-READ-PARA-EXIT                            00004682
           WHEN OTHER                                                   00004683
             DISPLAY 'EMPMST-PS READ NEXT FAILED ' WS-FST-EMPMST        00004684
             MOVE 0008 TO WS-RETURN-CD                                  00004685
             ADD 1 TO WS-RO-LEFT-CT                                     00004686
             MOVE 'Y' TO WS-RO-END-SW                                   00004687
             GO TO 3521-REORG-READ-PARA-EXIT                            00004688
           END-EVALUATE                                                 00004689
           IF EMT-EMPDEPT NOT = HRT-RO-FROM OR EMT-EMPSTATUS = 'T'      00004690
             GO TO 3521-REORG-READ-PARA-EXIT                            00004691
           END-IF                                                       00004692
           IF HRT-EMPGROUP > SPACES AND                                 00004693
              EMT-EMPGROUP NOT = HRT-EMPGROUP                           00004694
             ADD 1 TO WS-RO-LEFT-CT                                     00004695
             GO TO 3521-REORG-READ-PARA-EXIT                            00004696
           END-IF                                                       00004697
           MOVE HRT-EMPDEPT TO EMT-EMPDEPT                              00004698
           REWRITE EMT-REC                                              00004699
           IF NOT C05-EMPMST-SUCCESS                                    00004700
             DISPLAY 'EMPMST-PS REWRITE FAILED ' WS-FST-EMPMST          00004701
                     ' FOR ' EMT-EMPID                                  00004702
             MOVE 0008 TO WS-RETURN-CD                                  00004703
             ADD 1 TO WS-RO-LEFT-CT                                     00004704
             GO TO 3521-REORG-READ-PARA-EXIT                            00004705
           END-IF                                                       00004706
           ADD 1 TO WS-RO-MOVED-CT                                      00004707
           ADD 1 TO WS-RORG-EMP-CT                                      00004708
           MOVE SPACES          TO DL-RORG-REC                          00004709
           MOVE 'E'             TO DL-RORG-TYPE                         00004710
           MOVE EMT-EMPID       TO DL-RORG-EMPID                        00004711
           MOVE HRT-RO-FROM     TO DL-RORG-FROM                         00004712
           MOVE HRT-EMPDEPT     TO DL-RORG-TO                           00004713
           MOVE EMT-EMPGROUP    TO DL-RORG-GROUP                        00004714
           MOVE WS-RO-EFFDATE   TO DL-RORG-EFFDATE                      00004715
           MOVE EMT-EMPSALARY   TO DL-RORG-SALARY                       00004716
           MOVE ZEROES          TO DL-RORG-MOVED-CT DL-RORG-LEFT-CT     00004717
           WRITE DL-RORG-REC                                            00004718
           MOVE HRT-RO-FROM     TO WS-CHG-OLD-DEPT                      00004719
           MOVE EMT-EMPGROUP    TO WS-CHG-OLD-GROUP                     00004720
           PERFORM 3762-WFMV-XFER-PARA                                  00004721
              THRU 3762-WFMV-XFER-PARA-EXIT                             00004722
           MOVE SPACES TO RPT-REC                                       00004719
           STRING HRT-ACTION      DELIMITED BY SIZE                     00004720
                  '   '           DELIMITED BY SIZE                     00004721
                  EMT-EMPID       DELIMITED BY SIZE                     00004722
                  ' MOVED       ' DELIMITED BY SIZE                     00004723
                  HRT-RO-FROM     DELIMITED BY SIZE                     00004724
                  ' TO '          DELIMITED BY SIZE                     00004725
                  HRT-EMPDEPT     DELIMITED BY SIZE                     00004726
                  INTO RPT-REC                                          00004727
           END-STRING                                                   00004728
           WRITE RPT-REC                                                00004729
           IF WS-LD-IS-OPEN                                             00004730
             PERFORM 3522-REORG-LD-PARA                                 00004731
                THRU 3522-REORG-LD-PARA-EXIT                            00004732
           END-IF                                                       00004733
           IF WS-POS-IS-OPEN                                            00004734
             PERFORM 3532-POS-HELD-PARA                                 00004735
                THRU 3532-POS-HELD-PARA-EXIT                            00004736
             IF WS-POS-OLD-SUB > 0                                      00004737
               PERFORM 3542-POS-REPOINT-PARA                            00004738
                  THRU 3542-POS-REPOINT-PARA-EXIT                       00004739
             END-IF                                                     00004740
           END-IF                                                       00004741
           .                                                            00004734
       3521-REORG-READ-PARA-EXIT.                                       00004735
           EXIT                                                         00004736
           .                                                            00004737
      *-----------------------------------------------------------      00004738
      *    A MOVED EMPLOYEE'S LABOR DISTRIBUTION SLOT FOR THE           00004739
      *    SOURCE DEPARTMENT IS RE-POINTED TO THE TARGET.  WHEN THE     00004740
      *    TARGET ALREADY HAS A SLOT THE TWO PERCENTAGES MERGE INTO     00004741
      *    ONE, KEPT IN SLOT 1 IF THE SOURCE WAS THE PRIMARY.           00004742
      *-----------------------------------------------------------      00004743
       3522-REORG-LD-PARA.                                              00004744
           MOVE EMT-EMPID TO DL-LD-EMPID                                00004745
           READ LD-PS                                                   00004746
           EVALUATE TRUE                                                00004747
           WHEN C05-LD-SUCCESS                                          00004748
             CONTINUE                                                   00004749
           WHEN C05-LD-NOTFND                                           00004750
             GO TO 3522-REORG-LD-PARA-EXIT                              00004751
           WHEN OTHER                                                   00004752
             DISPLAY 'LD-PS READ FAILED ' WS-FST-LD ' FOR '             00004753
                     EMT-EMPID ' - DISTRIBUTION NOT REORGANIZED'        00004754
             IF WS-RETURN-CD = 0                                        00004755
               MOVE 0004 TO WS-RETURN-CD                                00004756
             END-IF                                                     00004757
             GO TO 3522-REORG-LD-PARA-EXIT                              00004758
           END-EVALUATE                                                 00004759
           MOVE ZEROES TO WS-RO-SRC-SLOT WS-RO-TGT-SLOT                 00004760
           PERFORM 3523-REORG-SLOT-PARA                                 00004761
              THRU 3523-REORG-SLOT-PARA-EXIT                            00004762
              VARYING WS-LD-SUB FROM 1 BY 1                             00004763
              UNTIL WS-LD-SUB > 4                                       00004764
           IF WS-RO-SRC-SLOT = 0                                        00004765
             GO TO 3522-REORG-LD-PARA-EXIT                              00004766
           END-IF                                                       00004767
           EVALUATE TRUE                                                00004768
           WHEN WS-RO-TGT-SLOT = 0                                      00004769
             MOVE HRT-EMPDEPT TO DL-LD-DEPT(WS-RO-SRC-SLOT)             00004770
           WHEN WS-RO-SRC-SLOT = 1                                      00004771
             ADD DL-LD-PCT(1) TO DL-LD-PCT(WS-RO-TGT-SLOT)              00004772
             MOVE DL-LD-SLOT(WS-RO-TGT-SLOT) TO DL-LD-SLOT(1)           00004773
             MOVE SPACES TO DL-LD-SLOT(WS-RO-TGT-SLOT)                  00004774
           WHEN OTHER                                                   00004775
             ADD DL-LD-PCT(WS-RO-SRC-SLOT)                              00004776
               TO DL-LD-PCT(WS-RO-TGT-SLOT)                             00004777
             MOVE SPACES TO DL-LD-SLOT(WS-RO-SRC-SLOT)                  00004778
           END-EVALUATE                                                 00004779
           MOVE WS-RUN-DATE TO DL-LD-UPD-DATE                           00004780
           REWRITE DL-LD-REC                                            00004781
           IF NOT C05-LD-SUCCESS                                        00004782
             DISPLAY 'LD-PS REWRITE FAILED ' WS-FST-LD ' FOR '          00004783
                     EMT-EMPID                                          00004784
             MOVE 0008 TO WS-RETURN-CD                                  00004785
           END-IF                                                       00004786
           .                                                            00004787
       3522-REORG-LD-PARA-EXIT.                                         00004788
           EXIT                                                         00004789
           .                                                            00004790
       3523-REORG-SLOT-PARA.                                            00004791
           IF DL-LD-DEPT(WS-LD-SUB) = HRT-RO-FROM                       00004792
             MOVE WS-LD-SUB TO WS-RO-SRC-SLOT                           00004793
           END-IF                                                       00004794
           IF DL-LD-DEPT(WS-LD-SUB) = HRT-EMPDEPT                       00004795
             MOVE WS-LD-SUB TO WS-RO-TGT-SLOT                           00004796
           END-IF                                                       00004797
           .                                                            00004798
       3523-REORG-SLOT-PARA-EXIT.                                       00004799
           EXIT                                                         00004800
           .                                                            00004801
      *-----------------------------------------------------------      00004802
      *    AN EMPTIED SOURCE LEAVES THE ACTIVE TABLE, SO LATER          00004803
      *    CARDS THIS RUN REJECT IT LIKE ANY RETIRED CODE.  A CODE      00004804
      *    THAT WAS NOT ACTIVE ON DEPTREF HAS NOTHING TO RETIRE.        00004805
      *-----------------------------------------------------------      00004806
       3525-DPT-DROP-PARA.                                              00004807
           IF DPT-CODE(DPT-IDX) = HRT-RO-FROM                           00004808
             MOVE HIGH-VALUES TO DPT-CODE(DPT-IDX)                      00004809
             MOVE 'Y' TO WS-RO-EMPTIED-SW                               00004810
           END-IF                                                       00004811
           .                                                            00004812
       3525-DPT-DROP-PARA-EXIT.                                         00004813
           EXIT                                                         00004814
           .                                                            00004815
      *-----------------------------------------------------------      00004816
      *    POSITION CONTROL.  THE LOWEST-NUMBERED VACANT POSITION       00004817
      *    OF THE DEPARTMENT AND GROUP IN WS-POS-LOOK-DEPT AND          00004818
      *    WS-POS-LOOK-GROUP - WS-POS-SUB IS ZERO WHEN THERE IS NONE.   00004819
      *-----------------------------------------------------------      00004820
       3530-POS-FIND-PARA.                                              00004821
           MOVE ZEROES TO WS-POS-SUB                                    00004822
           PERFORM 3531-POS-FIND-SCAN-PARA                              00004823
              THRU 3531-POS-FIND-SCAN-PARA-EXIT                         00004824
              VARYING POS-IDX FROM 1 BY 1                               00004825
              UNTIL POS-IDX > WS-POS-CT OR WS-POS-SUB > 0               00004826
           .                                                            00004827
       3530-POS-FIND-PARA-EXIT.                                         00004828
           EXIT                                                         00004829
           .                                                            00004830
       3531-POS-FIND-SCAN-PARA.                                         00004831
           IF PST-EMPID(POS-IDX) = SPACES AND                           00004832
              PST-DEPT(POS-IDX) = WS-POS-LOOK-DEPT AND                  00004833
              PST-GROUP(POS-IDX) = WS-POS-LOOK-GROUP                    00004834
             SET WS-POS-SUB TO POS-IDX                                  00004835
           END-IF                                                       00004836
           .                                                            00004837
       3531-POS-FIND-SCAN-PARA-EXIT.                                    00004838
           EXIT                                                         00004839
           .                                                            00004840
      *-----------------------------------------------------------      00004841
      *    THE POSITION EMT-EMPID HOLDS.  WS-POS-OLD-SUB IS ZERO FOR    00004842
      *    AN EMPLOYEE HIRED BEFORE POSITION CONTROL.                   00004843
      *-----------------------------------------------------------      00004844
       3532-POS-HELD-PARA.                                              00004845
           MOVE ZEROES TO WS-POS-OLD-SUB                                00004846
           PERFORM 3533-POS-HELD-SCAN-PARA                              00004847
              THRU 3533-POS-HELD-SCAN-PARA-EXIT                         00004848
              VARYING POS-IDX FROM 1 BY 1                               00004849
              UNTIL POS-IDX > WS-POS-CT OR WS-POS-OLD-SUB > 0           00004850
           .                                                            00004851
       3532-POS-HELD-PARA-EXIT.                                         00004852
           EXIT                                                         00004853
           .                                                            00004854
       3533-POS-HELD-SCAN-PARA.                                         00004855
           IF PST-EMPID(POS-IDX) = EMT-EMPID                            00004856
             SET WS-POS-OLD-SUB TO POS-IDX                              00004857
           END-IF                                                       00004858
           .                                                            00004859
       3533-POS-HELD-SCAN-PARA-EXIT.                                    00004860
           EXIT                                                         00004861
           .                                                            00004862
      *-----------------------------------------------------------      00004863
      *    SEAT EMT-EMPID IN POSITION WS-POS-SUB.  THE EMPLOYEE         00004864
      *    MASTER IS ALREADY UPDATED, SO A FAILURE HERE IS LEFT FOR     00004865
      *    THE BUDGET OFFICE TO PUT RIGHT, NOT REJECTED.                00004866
      *-----------------------------------------------------------      00004867
       3535-POS-FILL-PARA.                                              00004868
           MOVE PST-ID(WS-POS-SUB) TO DL-POS-ID                         00004869
           READ POS-PS                                                  00004870
           IF NOT C05-POS-SUCCESS                                       00004871
             DISPLAY 'POS-PS READ FAILED ' WS-FST-POS ' FOR '           00004872
                     DL-POS-ID ' - ' EMT-EMPID ' NOT SEATED'            00004873
             IF WS-RETURN-CD = 0                                        00004874
               MOVE 0004 TO WS-RETURN-CD                                00004875
             END-IF                                                     00004876
             GO TO 3535-POS-FILL-PARA-EXIT                              00004877
           END-IF                                                       00004878
           SET DL-POS-FILLED TO TRUE                                    00004879
           MOVE EMT-EMPID TO DL-POS-EMPID                               00004880
           IF HRT-EFFDATE > SPACES                                      00004881
             MOVE HRT-EFFDATE TO DL-POS-FILL-DATE                       00004882
           ELSE                                                         00004883
             MOVE WS-RUN-DATE TO DL-POS-FILL-DATE                       00004884
           END-IF                                                       00004885
           MOVE WS-RUN-DATE TO DL-POS-UPD-DATE                          00004886
           REWRITE DL-POS-REC                                           00004887
           IF NOT C05-POS-SUCCESS                                       00004888
             DISPLAY 'POS-PS REWRITE FAILED ' WS-FST-POS ' FOR '        00004889
                     DL-POS-ID                                          00004890
             MOVE 0008 TO WS-RETURN-CD                                  00004891
             GO TO 3535-POS-FILL-PARA-EXIT                              00004892
           END-IF                                                       00004893
           MOVE EMT-EMPID TO PST-EMPID(WS-POS-SUB)                      00004894
           ADD 1 TO WS-POS-FILL-CT                                      00004895
           .                                                            00004896
       3535-POS-FILL-PARA-EXIT.                                         00004897
           EXIT                                                         00004898
           .                                                            00004899
      *-----------------------------------------------------------      00004900
      *    VACATE THE POSITION EMT-EMPID HOLDS, IF ANY.                 00004901
      *-----------------------------------------------------------      00004902
       3540-POS-VACATE-PARA.                                            00004903
           PERFORM 3532-POS-HELD-PARA                                   00004904
              THRU 3532-POS-HELD-PARA-EXIT                              00004905
           IF WS-POS-OLD-SUB = 0                                        00004906
             GO TO 3540-POS-VACATE-PARA-EXIT                            00004907
           END-IF                                                       00004908
           MOVE PST-ID(WS-POS-OLD-SUB) TO DL-POS-ID                     00004909
           READ POS-PS                                                  00004910
           IF NOT C05-POS-SUCCESS                                       00004911
             DISPLAY 'POS-PS READ FAILED ' WS-FST-POS ' FOR '           00004912
                     DL-POS-ID ' - NOT VACATED'                         00004913
             IF WS-RETURN-CD = 0                                        00004914
               MOVE 0004 TO WS-RETURN-CD                                00004915
             END-IF                                                     00004916
             GO TO 3540-POS-VACATE-PARA-EXIT                            00004917
           END-IF                                                       00004918
           SET DL-POS-VACANT TO TRUE                                    00004919
           MOVE SPACES TO DL-POS-EMPID DL-POS-FILL-DATE                 00004920
           MOVE WS-RUN-DATE TO DL-POS-UPD-DATE                          00004921
           REWRITE DL-POS-REC                                           00004922
           IF NOT C05-POS-SUCCESS                                       00004923
             DISPLAY 'POS-PS REWRITE FAILED ' WS-FST-POS ' FOR '        00004924
                     DL-POS-ID                                          00004925
             MOVE 0008 TO WS-RETURN-CD                                  00004926
             GO TO 3540-POS-VACATE-PARA-EXIT                            00004927
           END-IF                                                       00004928
           MOVE SPACES TO PST-EMPID(WS-POS-OLD-SUB)                     00004929
           ADD 1 TO WS-POS-VAC-CT                                       00004930
           .                                                            00004931
       3540-POS-VACATE-PARA-EXIT.                                       00004932
           EXIT                                                         00004933
           .                                                            00004934
      *-----------------------------------------------------------      00004935
      *    REORGANIZATION - POSITION WS-POS-OLD-SUB GOES WITH ITS       00004936
      *    DEPARTMENT TO THE CARD'S TARGET.                             00004937
      *-----------------------------------------------------------      00004938
       3542-POS-REPOINT-PARA.                                           00004939
           MOVE PST-ID(WS-POS-OLD-SUB) TO DL-POS-ID                     00004940
           READ POS-PS                                                  00004941
           IF NOT C05-POS-SUCCESS                                       00004942
             DISPLAY 'POS-PS READ FAILED ' WS-FST-POS ' FOR '           00004943
                     DL-POS-ID ' - NOT REORGANIZED'                     00004944
             IF WS-RETURN-CD = 0                                        00004945
               MOVE 0004 TO WS-RETURN-CD                                00004946
             END-IF                                                     00004947
             GO TO 3542-POS-REPOINT-PARA-EXIT                           00004948
           END-IF                                                       00004949
           MOVE HRT-EMPDEPT TO DL-POS-DEPT                              00004950
           MOVE WS-RUN-DATE TO DL-POS-UPD-DATE                          00004951
           REWRITE DL-POS-REC                                           00004952
           IF NOT C05-POS-SUCCESS                                       00004953
             DISPLAY 'POS-PS REWRITE FAILED ' WS-FST-POS ' FOR '        00004954
                     DL-POS-ID                                          00004955
             MOVE 0008 TO WS-RETURN-CD                                  00004956
             GO TO 3542-POS-REPOINT-PARA-EXIT                           00004957
           END-IF                                                       00004958
           MOVE HRT-EMPDEPT TO PST-DEPT(WS-POS-OLD-SUB)                 00004959
           ADD 1 TO WS-POS-MOVE-CT                                      00004960
           .                                                            00004961
       3542-POS-REPOINT-PARA-EXIT.                                      00004962
           EXIT                                                         00004963
           .                                                            00004964
       3543-POS-VAC-MOVE-PARA.                                          00004965
           IF PST-EMPID(WS-POS-OLD-SUB) = SPACES AND                    00004966
              PST-DEPT(WS-POS-OLD-SUB) = HRT-RO-FROM AND                00004967
              (HRT-EMPGROUP = SPACES OR                                 00004968
               PST-GROUP(WS-POS-OLD-SUB) = HRT-EMPGROUP)                00004969
             PERFORM 3542-POS-REPOINT-PARA                              00004970
                THRU 3542-POS-REPOINT-PARA-EXIT                         00004971
           END-IF                                                       00004972
           .                                                            00004973
       3543-POS-VAC-MOVE-PARA-EXIT.                                     00004974
           EXIT                                                         00004975
           .                                                            00004976
       3550-TERM-PARA.                                                  00004560
           MOVE HRT-EMPID TO EMT-EMPID                                  00004570
           READ EMPMST-PS                                               00004580
             EVALUATE TRUE                                              00004620
             WHEN C05-EMPMST-SUCCESS                                    00004630
               ADD 1 TO WS-TRM-CT                                       00004640
               PERFORM 3761-WFMV-TERM-PARA                              00004641
                  THRU 3761-WFMV-TERM-PARA-EXIT                         00004642
               IF WS-POS-IS-OPEN                                        00004641
                 PERFORM 3540-POS-VACATE-PARA                           00004642
                    THRU 3540-POS-VACATE-PARA-EXIT                      00004643
               END-IF                                                   00004644
               PERFORM 3560-TRM-NOTE-PARA                               00004641
                  THRU 3560-TRM-NOTE-PARA-EXIT                          00004642
               PERFORM 3750-APPLIED-PARA                                00004650
       3570-TRMD-FIND-PARA-EXIT.                                        00004944
           EXIT                                                         00004945
           .                                                            00004946
      *-----------------------------------------------------------      00004947
      *    LEAVE TAKEN - THE HOURS COME OFF THE EMPLOYEE'S BALANCE      00004948
      *    FOR THE TYPE.  MORE HOURS THAN THE BALANCE HOLDS IS          00004949
      *    REJECTED RATHER THAN DRIVEN NEGATIVE.                        00004950
      *-----------------------------------------------------------      00004951
       3580-LEAVE-USE-PARA.                                             00004952
           IF NOT WS-LV-IS-OPEN                                         00004953
             MOVE 'LVNA' TO WS-REJ-CODE                                 00004954
             MOVE 'LEAVE MASTER NOT AVAILABLE' TO WS-REJ-REASON         00004955
             PERFORM 3700-REJECT-PARA                                   00004956
                THRU 3700-REJECT-PARA-EXIT                              00004957
             GO TO 3580-LEAVE-USE-PARA-EXIT                             00004958
           END-IF                                                       00004959
           IF HRT-LV-HOURS IS NOT NUMERIC OR HRT-LV-HOURS = 0           00004960
             MOVE 'LVHR' TO WS-REJ-CODE                                 00004961
             MOVE 'LEAVE HOURS NOT NUMERIC' TO WS-REJ-REASON            00004962
             PERFORM 3700-REJECT-PARA                                   00004963
                THRU 3700-REJECT-PARA-EXIT                              00004964
             GO TO 3580-LEAVE-USE-PARA-EXIT                             00004965
           END-IF                                                       00004966
           MOVE HRT-EMPID TO EMT-EMPID                                  00004967
           READ EMPMST-PS                                               00004968
           EVALUATE TRUE                                                00004969
           WHEN C05-EMPMST-SUCCESS                                      00004970
             IF EMT-EMPSTATUS = 'T'                                     00004971
               MOVE 'TRMD' TO WS-REJ-CODE                               00004972
               MOVE 'EMPLOYEE ALREADY TERMINATED' TO WS-REJ-REASON      00004973
               PERFORM 3700-REJECT-PARA                                 00004974
                  THRU 3700-REJECT-PARA-EXIT                            00004975
               GO TO 3580-LEAVE-USE-PARA-EXIT                           00004976
             END-IF                                                     00004977
           WHEN C05-EMPMST-NOTFND                                       00004978
             MOVE 'NFND' TO WS-REJ-CODE                                 00004979
             MOVE 'EMPID NOT ON MASTER' TO WS-REJ-REASON                00004980
             PERFORM 3700-REJECT-PARA                                   00004981
                THRU 3700-REJECT-PARA-EXIT                              00004982
             GO TO 3580-LEAVE-USE-PARA-EXIT                             00004983
           WHEN OTHER                                                   00004984
             DISPLAY 'EMPMST-PS READ FAILED ' WS-FST-EMPMST             00004985
             MOVE 'READ' TO WS-REJ-CODE                                 00004986
             MOVE 'MASTER READ ERROR' TO WS-REJ-REASON                  00004987
             MOVE 0008 TO WS-RETURN-CD                                  00004988
             PERFORM 3700-REJECT-PARA                                   00004989
                THRU 3700-REJECT-PARA-EXIT                              00004990
             GO TO 3580-LEAVE-USE-PARA-EXIT                             00004991
           END-EVALUATE                                                 00004992
           MOVE HRT-EMPID   TO DL-LV-EMPID                              00004993
           MOVE HRT-LV-TYPE TO DL-LV-TYPE                               00004994
           READ LV-PS                                                   00004995
           EVALUATE TRUE                                                00004996
           WHEN C05-LV-SUCCESS                                          00004997
             CONTINUE                                                   00004998
           WHEN C05-LV-NOTFND                                           00004999
             MOVE 'LVNF' TO WS-REJ-CODE                                 00005000
             MOVE 'NO LEAVE BALANCE FOR TYPE' TO WS-REJ-REASON          00005001
             PERFORM 3700-REJECT-PARA                                   00005002
                THRU 3700-REJECT-PARA-EXIT                              00005003
             GO TO 3580-LEAVE-USE-PARA-EXIT                             00005004
           WHEN OTHER                                                   00005005
             DISPLAY 'LV-PS READ FAILED ' WS-FST-LV                     00005006
             MOVE 'READ' TO WS-REJ-CODE                                 00005007
             MOVE 'LEAVE MASTER READ ERROR' TO WS-REJ-REASON            00005008
             MOVE 0008 TO WS-RETURN-CD                                  00005009
             PERFORM 3700-REJECT-PARA                                   00005010
                THRU 3700-REJECT-PARA-EXIT                              00005011
             GO TO 3580-LEAVE-USE-PARA-EXIT                             00005012
           END-EVALUATE                                                 00005013
           IF DL-LV-YEAR NOT = WS-RUN-NUM(1:4)                          00005014
             MOVE ZEROES          TO DL-LV-ACCR-YTD DL-LV-USED-YTD      00005015
             MOVE WS-RUN-NUM(1:4) TO DL-LV-YEAR                         00005016
           END-IF                                                       00005017
           IF HRT-LV-HOURS > DL-LV-BALANCE                              00005018
             MOVE 'LVBL' TO WS-REJ-CODE                                 00005019
             MOVE 'HOURS EXCEED LEAVE BALANCE' TO WS-REJ-REASON         00005020
             PERFORM 3700-REJECT-PARA                                   00005021
                THRU 3700-REJECT-PARA-EXIT                              00005022
             GO TO 3580-LEAVE-USE-PARA-EXIT                             00005023
           END-IF                                                       00005024
           SUBTRACT HRT-LV-HOURS FROM DL-LV-BALANCE                     00005025
           ADD HRT-LV-HOURS TO DL-LV-USED-YTD                           00005026
           REWRITE DL-LV-REC                                            00005027
           EVALUATE TRUE                                                00005028
           WHEN C05-LV-SUCCESS                                          00005029
             ADD 1 TO WS-LVU-CT                                         00005030
             PERFORM 3750-APPLIED-PARA                                  00005031
                THRU 3750-APPLIED-PARA-EXIT                             00005032
           WHEN OTHER                                                   00005033
             DISPLAY 'LV-PS REWRITE FAILED ' WS-FST-LV                  00005034
             MOVE 'RWRT' TO WS-REJ-CODE                                 00005035
             MOVE 'LEAVE MASTER REWRITE ERROR' TO WS-REJ-REASON         00005036
             MOVE 0008 TO WS-RETURN-CD                                  00005037
             PERFORM 3700-REJECT-PARA                                   00005038
                THRU 3700-REJECT-PARA-EXIT                              00005039
           END-EVALUATE                                                 00005040
           .                                                            00005041
       3580-LEAVE-USE-PARA-EXIT.                                        00005042
           EXIT                                                         00005043
           .                                                            00005044
      *-----------------------------------------------------------      00005045
      *    REVIEW MONTH - THE ONLY MONTH PGM CONSIDERS THE EMPLOYEE     00005046
      *    FOR A RAISE.  01-12, OR BLANK TO FALL BACK ON THE HIRE       00005047
      *    ANNIVERSARY MONTH.                                           00005048
      *-----------------------------------------------------------      00005049
       3585-REVIEW-MONTH-PARA.                                          00005050
           IF HRT-RV-MONTH NOT = SPACES                                 00005051
             IF HRT-RV-MONTH IS NOT NUMERIC OR                          00005052
                HRT-RV-MONTH < '01' OR HRT-RV-MONTH > '12'              00005053
               MOVE 'ERVM' TO WS-REJ-CODE                               00005054
               MOVE 'REVIEW MONTH NOT 01-12' TO WS-REJ-REASON           00005055
               PERFORM 3700-REJECT-PARA                                 00005056
                  THRU 3700-REJECT-PARA-EXIT                            00005057
               GO TO 3585-REVIEW-MONTH-PARA-EXIT                        00005058
             END-IF                                                     00005059
           END-IF                                                       00005060
           MOVE HRT-EMPID TO EMT-EMPID                                  00005061
           READ EMPMST-PS                                               00005062
           EVALUATE TRUE                                                00005063
           WHEN C05-EMPMST-SUCCESS                                      00005064
             IF EMT-EMPSTATUS = 'T'                                     00005065
               MOVE 'TRMD' TO WS-REJ-CODE                               00005066
               MOVE 'EMPLOYEE ALREADY TERMINATED' TO WS-REJ-REASON      00005067
               PERFORM 3700-REJECT-PARA                                 00005068
                  THRU 3700-REJECT-PARA-EXIT                            00005069
               GO TO 3585-REVIEW-MONTH-PARA-EXIT                        00005070
             END-IF                                                     00005071
           WHEN C05-EMPMST-NOTFND                                       00005072
             MOVE 'NFND' TO WS-REJ-CODE                                 00005073
             MOVE 'EMPID NOT ON MASTER' TO WS-REJ-REASON                00005074
             PERFORM 3700-REJECT-PARA                                   00005075
                THRU 3700-REJECT-PARA-EXIT                              00005076
             GO TO 3585-REVIEW-MONTH-PARA-EXIT                          00005077
           WHEN OTHER                                                   00005078
             DISPLAY 'EMPMST-PS READ FAILED ' WS-FST-EMPMST             00005079
             MOVE 'READ' TO WS-REJ-CODE                                 00005080
             MOVE 'MASTER READ ERROR' TO WS-REJ-REASON                  00005081
             MOVE 0008 TO WS-RETURN-CD                                  00005082
             PERFORM 3700-REJECT-PARA                                   00005083
                THRU 3700-REJECT-PARA-EXIT                              00005084
             GO TO 3585-REVIEW-MONTH-PARA-EXIT                          00005085
           END-EVALUATE                                                 00005086
           MOVE HRT-RV-MONTH TO EMT-REVMONTH                            00005087
           REWRITE EMT-REC                                              00005088
           EVALUATE TRUE                                                00005089
           WHEN C05-EMPMST-SUCCESS                                      00005090
             ADD 1 TO WS-RVM-CT                                         00005091
             PERFORM 3750-APPLIED-PARA                                  00005092
                THRU 3750-APPLIED-PARA-EXIT                             00005093
           WHEN OTHER                                                   00005094
             DISPLAY 'EMPMST-PS REWRITE FAILED ' WS-FST-EMPMST          00005095
             MOVE 'RWRT' TO WS-REJ-CODE                                 00005096
             MOVE 'MASTER REWRITE ERROR' TO WS-REJ-REASON               00005097
             MOVE 0008 TO WS-RETURN-CD                                  00005098
             PERFORM 3700-REJECT-PARA                                   00005099
                THRU 3700-REJECT-PARA-EXIT                              00005100
           END-EVALUATE                                                 00005101
           .                                                            00005102
       3585-REVIEW-MONTH-PARA-EXIT.                                     00005103
           EXIT                                                         00005104
           .                                                            00005105
      *-----------------------------------------------------------      00005045
      *    LABOR DISTRIBUTION - REPLACE THE EMPLOYEE'S SPLIT WITH       00005046
      *    THE CARD'S PAIRS, OR REMOVE IT WHEN THE CARD HAS NONE.       00005047
      *    EVERY DEPARTMENT MUST BE ACTIVE ON DEPTREF, NONE MAY         00005048
      *    REPEAT, AND THE PERCENTAGES MUST TOTAL EXACTLY 100.          00005049
      *-----------------------------------------------------------      00005050
       3590-LABOR-DIST-PARA.                                            00005051
           IF NOT WS-LD-IS-OPEN                                         00005052
             MOVE 'LDNA' TO WS-REJ-CODE                                 00005053
             MOVE 'LABOR DIST NOT AVAILABLE' TO WS-REJ-REASON           00005054
             PERFORM 3700-REJECT-PARA                                   00005055
                THRU 3700-REJECT-PARA-EXIT                              00005056
             GO TO 3590-LABOR-DIST-PARA-EXIT                            00005057
           END-IF                                                       00005058
           MOVE HRT-EMPID TO EMT-EMPID                                  00005059
           READ EMPMST-PS                                               00005060
           EVALUATE TRUE                                                00005061
           WHEN C05-EMPMST-SUCCESS                                      00005062
             IF EMT-EMPSTATUS = 'T'                                     00005063
               MOVE 'TRMD' TO WS-REJ-CODE                               00005064
               MOVE 'EMPLOYEE ALREADY TERMINATED' TO WS-REJ-REASON      00005065
               PERFORM 3700-REJECT-PARA                                 00005066
                  THRU 3700-REJECT-PARA-EXIT                            00005067
               GO TO 3590-LABOR-DIST-PARA-EXIT                          00005068
             END-IF                                                     00005069
           WHEN C05-EMPMST-NOTFND                                       00005070
             MOVE 'NFND' TO WS-REJ-CODE                                 00005071
             MOVE 'EMPID NOT ON MASTER' TO WS-REJ-REASON                00005072
             PERFORM 3700-REJECT-PARA                                   00005073
                THRU 3700-REJECT-PARA-EXIT                              00005074
             GO TO 3590-LABOR-DIST-PARA-EXIT                            00005075
           WHEN OTHER                                                   00005076
             DISPLAY 'EMPMST-PS READ FAILED ' WS-FST-EMPMST             00005077
             MOVE 'READ' TO WS-REJ-CODE                                 00005078
             MOVE 'MASTER READ ERROR' TO WS-REJ-REASON                  00005079
             MOVE 0008 TO WS-RETURN-CD                                  00005080
             PERFORM 3700-REJECT-PARA                                   00005081
                THRU 3700-REJECT-PARA-EXIT                              00005082
             GO TO 3590-LABOR-DIST-PARA-EXIT                            00005083
           END-EVALUATE                                                 00005084
           MOVE ZEROES TO WS-LD-TOTAL WS-LD-USED                        00005085
           PERFORM 3591-LD-SLOT-PARA                                    00005086
              THRU 3591-LD-SLOT-PARA-EXIT                               00005087
              VARYING WS-LD-SUB FROM 1 BY 1                             00005088
              UNTIL WS-LD-SUB > 4 OR WS-REJ-CODE > SPACES               00005089
           IF WS-REJ-CODE = SPACES AND WS-LD-USED > 0                   00005090
             EVALUATE TRUE                                              00005091
             WHEN HRT-LD-DEPT(1) = SPACES                               00005092
               MOVE 'LDPR' TO WS-REJ-CODE                               00005093
               MOVE 'PRIMARY DEPT MISSING' TO WS-REJ-REASON             00005094
             WHEN WS-LD-TOTAL NOT = 100                                 00005095
               MOVE 'LDPC' TO WS-REJ-CODE                               00005096
               MOVE 'DISTRIBUTION NOT 100 PCT' TO WS-REJ-REASON         00005097
             WHEN OTHER                                                 00005098
               CONTINUE                                                 00005099
             END-EVALUATE                                               00005100
           END-IF                                                       00005101
           IF WS-REJ-CODE > SPACES                                      00005102
             PERFORM 3700-REJECT-PARA                                   00005103
                THRU 3700-REJECT-PARA-EXIT                              00005104
             GO TO 3590-LABOR-DIST-PARA-EXIT                            00005105
           END-IF                                                       00005106
           MOVE HRT-EMPID TO DL-LD-EMPID                                00005107
           READ LD-PS                                                   00005108
           EVALUATE TRUE                                                00005109
           WHEN C05-LD-SUCCESS                                          00005110
             IF WS-LD-USED = 0                                          00005111
               DELETE LD-PS                                             00005112
             ELSE                                                       00005113
               PERFORM 3593-LD-BUILD-PARA                               00005114
                  THRU 3593-LD-BUILD-PARA-EXIT                          00005115
               REWRITE DL-LD-REC                                        00005116
             END-IF                                                     00005117
           WHEN C05-LD-NOTFND                                           00005118
             IF WS-LD-USED = 0                                          00005119
               MOVE 'LDNF' TO WS-REJ-CODE                               00005120
               MOVE 'NO DISTRIBUTION TO REMOVE' TO WS-REJ-REASON        00005121
               PERFORM 3700-REJECT-PARA                                 00005122
                  THRU 3700-REJECT-PARA-EXIT                            00005123
               GO TO 3590-LABOR-DIST-PARA-EXIT                          00005124
             END-IF                                                     00005125
             PERFORM 3593-LD-BUILD-PARA                                 00005126
                THRU 3593-LD-BUILD-PARA-EXIT                            00005127
             WRITE DL-LD-REC                                            00005128
           WHEN OTHER                                                   00005129
             DISPLAY 'LD-PS READ FAILED ' WS-FST-LD                     00005130
             MOVE 'READ' TO WS-REJ-CODE                                 00005131
             MOVE 'LABOR DIST READ ERROR' TO WS-REJ-REASON              00005132
             MOVE 0008 TO WS-RETURN-CD                                  00005133
             PERFORM 3700-REJECT-PARA                                   00005134
                THRU 3700-REJECT-PARA-EXIT                              00005135
             GO TO 3590-LABOR-DIST-PARA-EXIT                            00005136
           END-EVALUATE                                                 00005137
           EVALUATE TRUE                                                00005138
           WHEN C05-LD-SUCCESS                                          00005139
             ADD 1 TO WS-LDS-CT                                         00005140
             PERFORM 3750-APPLIED-PARA                                  00005141
                THRU 3750-APPLIED-PARA-EXIT                             00005142
           WHEN OTHER                                                   00005143
             DISPLAY 'LD-PS UPDATE FAILED ' WS-FST-LD                   00005144
             MOVE 'RWRT' TO WS-REJ-CODE                                 00005145
             MOVE 'LABOR DIST UPDATE ERROR' TO WS-REJ-REASON            00005146
             MOVE 0008 TO WS-RETURN-CD                                  00005147
             PERFORM 3700-REJECT-PARA                                   00005148
                THRU 3700-REJECT-PARA-EXIT                              00005149
           END-EVALUATE                                                 00005150
           .                                                            00005151
       3590-LABOR-DIST-PARA-EXIT.                                       00005152
           EXIT                                                         00005153
           .                                                            00005154
       3591-LD-SLOT-PARA.                                               00005155
           IF HRT-LD-DEPT(WS-LD-SUB) = SPACES                           00005156
             IF HRT-LD-PCT-X(WS-LD-SUB) NOT = SPACES                    00005157
               MOVE 'LDSL' TO WS-REJ-CODE                               00005158
               MOVE 'DIST PERCENT WITHOUT DEPT' TO WS-REJ-REASON        00005159
             END-IF                                                     00005160
             GO TO 3591-LD-SLOT-PARA-EXIT                               00005161
           END-IF                                                       00005162
           IF HRT-LD-PCT(WS-LD-SUB) IS NOT NUMERIC OR                   00005163
              HRT-LD-PCT(WS-LD-SUB) = 0                                 00005164
             MOVE 'LDPN' TO WS-REJ-CODE                                 00005165
             MOVE 'DIST PERCENT NOT NUMERIC' TO WS-REJ-REASON           00005166
             GO TO 3591-LD-SLOT-PARA-EXIT                               00005167
           END-IF                                                       00005168
           MOVE HRT-LD-DEPT(WS-LD-SUB) TO WS-LOOK-DEPT                  00005169
           PERFORM 1450-DEPT-CHECK-PARA                                 00005170
              THRU 1450-DEPT-CHECK-PARA-EXIT                            00005171
           IF NOT WS-DEPT-OK                                            00005172
             MOVE 'LDDP' TO WS-REJ-CODE                                 00005173
             MOVE 'DIST DEPT NOT ACTIVE' TO WS-REJ-REASON               00005174
             GO TO 3591-LD-SLOT-PARA-EXIT                               00005175
           END-IF                                                       00005176
           PERFORM 3592-LD-DUP-PARA                                     00005177
              THRU 3592-LD-DUP-PARA-EXIT                                00005178
              VARYING WS-LD-SUB2 FROM 1 BY 1                            00005179
              UNTIL WS-LD-SUB2 NOT < WS-LD-SUB OR WS-REJ-CODE > SPACES  00005180
           ADD 1 TO WS-LD-USED                                          00005181
           ADD HRT-LD-PCT(WS-LD-SUB) TO WS-LD-TOTAL                     00005182
           .                                                            00005183
       3591-LD-SLOT-PARA-EXIT.                                          00005184
           EXIT                                                         00005185
           .                                                            00005186
       3592-LD-DUP-PARA.                                                00005187
           IF HRT-LD-DEPT(WS-LD-SUB2) = HRT-LD-DEPT(WS-LD-SUB)          00005188
             MOVE 'LDDU' TO WS-REJ-CODE                                 00005189
             MOVE 'DIST DEPT REPEATED' TO WS-REJ-REASON                 00005190
           END-IF                                                       00005191
           .                                                            00005192
       3592-LD-DUP-PARA-EXIT.                                           00005193
           EXIT                                                         00005194
           .                                                            00005195
       3593-LD-BUILD-PARA.                                              00005196
           MOVE SPACES       TO DL-LD-REC                               00005197
           MOVE HRT-EMPID    TO DL-LD-EMPID                             00005198
           MOVE WS-RUN-DATE  TO DL-LD-EFFDATE DL-LD-UPD-DATE            00005199
           IF HRT-EFFDATE > SPACES                                      00005200
             MOVE HRT-EFFDATE TO DL-LD-EFFDATE                          00005201
           END-IF                                                       00005202
           PERFORM 3594-LD-COPY-PARA                                    00005203
              THRU 3594-LD-COPY-PARA-EXIT                               00005204
              VARYING WS-LD-SUB FROM 1 BY 1                             00005205
              UNTIL WS-LD-SUB > 4                                       00005206
           .                                                            00005207
       3593-LD-BUILD-PARA-EXIT.                                         00005208
           EXIT                                                         00005209
           .                                                            00005210
       3594-LD-COPY-PARA.                                               00005211
           IF HRT-LD-DEPT(WS-LD-SUB) > SPACES                           00005212
             MOVE HRT-LD-DEPT(WS-LD-SUB) TO DL-LD-DEPT(WS-LD-SUB)       00005213
             MOVE HRT-LD-PCT(WS-LD-SUB)  TO DL-LD-PCT(WS-LD-SUB)        00005214
           END-IF                                                       00005215
           .                                                            00005216
       3594-LD-COPY-PARA-EXIT.                                          00005217
           EXIT                                                         00005218
           .                                                            00005219
      *-----------------------------------------------------------      00004920
      *    FULL-RECORD VALIDATION FOR AN ADD - SAME RULES PGM           00004930
      *    APPLIES TO ITS TI001 INPUT PASS.  FIRST FAILURE WINS.        00004940
           WHEN HRT-EMPSALARY IS NOT NUMERIC                            00005120
             MOVE 'ESAL' TO WS-REJ-CODE                                 00005130
             MOVE 'EMPSALARY IS NOT NUMERIC' TO WS-REJ-REASON           00005140
           WHEN HRT-PAYTYPE NOT = SPACE AND HRT-PAYTYPE NOT = 'S' AND   00005141
                HRT-PAYTYPE NOT = 'H'                                   00005142
             MOVE 'EPTY' TO WS-REJ-CODE                                 00005143
             MOVE 'PAY TYPE NOT S OR H' TO WS-REJ-REASON                00005144
           WHEN HRT-PAYTYPE = 'H' AND HRT-HRRATE = ZEROES               00005145
             MOVE 'ERAT' TO WS-REJ-CODE                                 00005146
             MOVE 'HOURLY RATE IS ZERO' TO WS-REJ-REASON                00005147
           WHEN OTHER                                                   00005150
             MOVE HRT-EMPDEPT TO WS-LOOK-DEPT                           00005151
             PERFORM 1450-DEPT-CHECK-PARA                               00005152
       3600-VALID-PARA-EXIT.                                            00005190
           EXIT                                                         00005200
           .                                                            00005210
      *-----------------------------------------------------------      00005211
      *    PAY FIELDS BY THE RECORD'S PAY TYPE.  AN HOURLY EMPLOYEE     00005212
      *    CARRIES THE CARD'S FIGURE AS THE HOURLY RATE AND A ZERO      00005213
      *    SALARY, SO NOTHING THAT PRICES SALARY CAN PAY THEM TWICE;    00005214
      *    ANYONE ELSE IS SALARIED WITH NO HOURLY RATE.                 00005215
      *-----------------------------------------------------------      00005216
       3610-PAY-SET-PARA.                                               00005217
           IF EMT-PAYTYPE = 'H'                                         00005218
             MOVE HRT-HRRATE    TO EMT-HRRATE                           00005219
             MOVE ZEROES        TO EMT-EMPSALARY                        00005220
           ELSE                                                         00005221
             MOVE 'S'           TO EMT-PAYTYPE                          00005222
             MOVE HRT-EMPSALARY TO EMT-EMPSALARY                        00005223
             MOVE ZEROES        TO EMT-HRRATE                           00005224
           END-IF                                                       00005225
           .                                                            00005226
       3610-PAY-SET-PARA-EXIT.                                          00005227
           EXIT                                                         00005228
           .                                                            00005229
       3700-REJECT-PARA.                                                00005220
           ADD 1 TO WS-REJECT-CT                                        00005230
           DISPLAY HRT-EMPID ' REJECTED - ' WS-REJ-CODE                 00005240
           WRITE RPT-REC                                                00005550
           .                                                            00005560
       3750-APPLIED-PARA-EXIT.                                          00005570
           EXIT                                                         00005571
           .                                                            00005572
      *-----------------------------------------------------------      00005573
      *    WORKFORCE MOVEMENT LOG - ONE RECORD PER HIRE OR REHIRE,      00005574
      *    TERMINATION AND TRANSFER, DATED WITH THE BUSINESS DATE       00005575
      *    THE MASTER CHANGED.  A TRANSFER'S OLD DEPARTMENT AND         00005576
      *    GROUP ARE IN WS-CHG-OLD-DEPT AND WS-CHG-OLD-GROUP.           00005577
      *-----------------------------------------------------------      00005578
       3760-WFMV-HIRE-PARA.                                             00005579
           MOVE SPACES          TO DL-WFMV-REC                          00005580
           MOVE 'H'             TO DL-WFMV-TYPE                         00005581
           MOVE EMT-EMPID       TO DL-WFMV-EMPID                        00005582
           MOVE EMT-EMPDEPT     TO DL-WFMV-TO-DEPT                      00005583
           MOVE EMT-EMPGROUP    TO DL-WFMV-TO-GROUP                     00005584
           MOVE EMT-HIREDATE    TO DL-WFMV-HIREDATE                     00005585
           PERFORM 3765-WFMV-WRITE-PARA                                 00005586
              THRU 3765-WFMV-WRITE-PARA-EXIT                            00005587
           .                                                            00005588
       3760-WFMV-HIRE-PARA-EXIT.                                        00005589
           EXIT                                                         00005590
           .                                                            00005591
       3761-WFMV-TERM-PARA.                                             00005592
           MOVE SPACES          TO DL-WFMV-REC                          00005593
           MOVE 'T'             TO DL-WFMV-TYPE                         00005594
           MOVE EMT-EMPID       TO DL-WFMV-EMPID                        00005595
           MOVE EMT-EMPDEPT     TO DL-WFMV-FROM-DEPT                    00005596
           MOVE EMT-EMPGROUP    TO DL-WFMV-FROM-GROUP                   00005597
           MOVE EMT-HIREDATE    TO DL-WFMV-HIREDATE                     00005598
           MOVE EMT-TERMDATE    TO DL-WFMV-TERMDATE                     00005599
           PERFORM 3765-WFMV-WRITE-PARA                                 00005600
              THRU 3765-WFMV-WRITE-PARA-EXIT                            00005601
           .                                                            00005602
       3761-WFMV-TERM-PARA-EXIT.                                        00005603
           EXIT                                                         00005604
           .                                                            00005605
       3762-WFMV-XFER-PARA.                                             00005606
           MOVE SPACES           TO DL-WFMV-REC                         00005607
           MOVE 'X'              TO DL-WFMV-TYPE                        00005608
           MOVE EMT-EMPID        TO DL-WFMV-EMPID                       00005609
           MOVE WS-CHG-OLD-DEPT  TO DL-WFMV-FROM-DEPT                   00005610
           MOVE WS-CHG-OLD-GROUP TO DL-WFMV-FROM-GROUP                  00005611
           MOVE EMT-EMPDEPT      TO DL-WFMV-TO-DEPT                     00005612
           MOVE EMT-EMPGROUP     TO DL-WFMV-TO-GROUP                    00005613
           MOVE EMT-HIREDATE     TO DL-WFMV-HIREDATE                    00005614
           PERFORM 3765-WFMV-WRITE-PARA                                 00005615
              THRU 3765-WFMV-WRITE-PARA-EXIT                            00005616
           .                                                            00005617
       3762-WFMV-XFER-PARA-EXIT.                                        00005618
           EXIT                                                         00005619
           .                                                            00005620
       3765-WFMV-WRITE-PARA.                                            00005621
           MOVE WS-RUN-DATE     TO DL-WFMV-APPLIED                      00005622
           MOVE HRT-ACTION      TO DL-WFMV-SOURCE                       00005623
           WRITE DL-WFMV-REC                                            00005624
           IF C05-WFMV-SUCCESS                                          00005625
             ADD 1 TO WS-WFMV-CT                                        00005626
           ELSE                                                         00005627
             DISPLAY 'WFMV-PS WRITE FAILED ' WS-FST-WFMV                00005628
                     ' FOR ' EMT-EMPID                                  00005629
             MOVE 0008 TO WS-RETURN-CD                                  00005630
           END-IF                                                       00005631
           .                                                            00005632
       3765-WFMV-WRITE-PARA-EXIT.                                       00005633
           EXIT                                                         00005580
           .                                                            00005590
       3650-PEND-PARA.                                                  00005591
                  INTO RPT-REC                                          00005982
           END-STRING                                                   00005983
           WRITE RPT-REC                                                00005984
           MOVE WS-HELD-CT TO WS-CT-ED                                  00005984
           MOVE SPACES TO RPT-REC                                       00005984
           STRING 'HELD FOR APPROVAL........: ' DELIMITED BY SIZE       00005984
                  WS-CT-ED DELIMITED BY SIZE                            00005984
                  INTO RPT-REC                                          00005984
           END-STRING                                                   00005984
           WRITE RPT-REC                                                00005984
           MOVE WS-LVU-CT TO WS-CT-ED                                   00005985
           MOVE SPACES TO RPT-REC                                       00005986
           STRING 'LEAVE USAGE APPLIED......: ' DELIMITED BY SIZE       00005987
                  WS-CT-ED DELIMITED BY SIZE                            00005988
                  INTO RPT-REC                                          00005989
           END-STRING                                                   00005990
           WRITE RPT-REC                                                00005991
           MOVE WS-RVM-CT TO WS-CT-ED                                   00005992
           MOVE SPACES TO RPT-REC                                       00005993
           STRING 'REVIEW MONTHS SET........: ' DELIMITED BY SIZE       00005994
                  WS-CT-ED DELIMITED BY SIZE                            00005995
                  INTO RPT-REC                                          00005996
           END-STRING                                                   00005997
           WRITE RPT-REC                                                00005998
           MOVE WS-LDS-CT TO WS-CT-ED                                   00005992
           MOVE SPACES TO RPT-REC                                       00005993
           STRING 'LABOR DISTRIBUTIONS SET..: ' DELIMITED BY SIZE       00005994
                  WS-CT-ED DELIMITED BY SIZE                            00005995
                  INTO RPT-REC                                          00005996
           END-STRING                                                   00005997
           WRITE RPT-REC                                                00005998
           MOVE WS-RORG-CT TO WS-CT-ED                                  00005999
           MOVE SPACES TO RPT-REC                                       00006000
           STRING 'REORGANIZATIONS APPLIED..: ' DELIMITED BY SIZE       00006001
                  WS-CT-ED DELIMITED BY SIZE                            00006002
                  INTO RPT-REC                                          00006003
           END-STRING                                                   00006004
           WRITE RPT-REC                                                00006005
           MOVE WS-RORG-EMP-CT TO WS-CT-ED                              00006006
           MOVE SPACES TO RPT-REC                                       00006007
           STRING 'EMPLOYEES REASSIGNED.....: ' DELIMITED BY SIZE       00006008
                  WS-CT-ED DELIMITED BY SIZE                            00006009
                  INTO RPT-REC                                          00006010
           END-STRING                                                   00006011
           WRITE RPT-REC                                                00006012
           MOVE WS-DEACT-CT TO WS-CT-ED                                 00006013
           MOVE SPACES TO RPT-REC                                       00006014
           STRING 'DEPARTMENTS DEACTIVATED..: ' DELIMITED BY SIZE       00006015
                  WS-CT-ED DELIMITED BY SIZE                            00006016
                  INTO RPT-REC                                          00006017
           END-STRING                                                   00006018
           WRITE RPT-REC                                                00006019
           MOVE WS-POS-FILL-CT TO WS-CT-ED                              00006020
           MOVE SPACES TO RPT-REC                                       00006021
           STRING 'POSITIONS FILLED.........: ' DELIMITED BY SIZE       00006022
                  WS-CT-ED DELIMITED BY SIZE                            00006023
                  INTO RPT-REC                                          00006024
           END-STRING                                                   00006025
           WRITE RPT-REC                                                00006026
           MOVE WS-POS-VAC-CT TO WS-CT-ED                               00006027
           MOVE SPACES TO RPT-REC                                       00006028
           STRING 'POSITIONS VACATED........: ' DELIMITED BY SIZE       00006029
                  WS-CT-ED DELIMITED BY SIZE                            00006030
                  INTO RPT-REC                                          00006031
           END-STRING                                                   00006032
           WRITE RPT-REC                                                00006033
           MOVE WS-POS-MOVE-CT TO WS-CT-ED                              00006034
           MOVE SPACES TO RPT-REC                                       00006035
           STRING 'POSITIONS REORGANIZED....: ' DELIMITED BY SIZE       00006036
                  WS-CT-ED DELIMITED BY SIZE                            00006037
                  INTO RPT-REC                                          00006038
           END-STRING                                                   00006039
           WRITE RPT-REC                                                00006040
           MOVE WS-WFMV-CT TO WS-CT-ED                                  00006041
           MOVE SPACES TO RPT-REC                                       00006042
           STRING 'WORKFORCE MOVES LOGGED...: ' DELIMITED BY SIZE       00006043
                  WS-CT-ED DELIMITED BY SIZE                            00006037
                  INTO RPT-REC                                          00006038
           END-STRING                                                   00006039
           WRITE RPT-REC                                                00006040
           IF WS-TRM-TBL-CT > 0                                         00005985
             PERFORM 3850-LEAVER-RPT-PARA                               00005986
                THRU 3850-LEAVER-RPT-PARA-EXIT                          00005987
       3870-LEAVER-LINE-PARA-EXIT.                                      00006088
           EXIT                                                         00006089
           .                                                            00006090
      *-----------------------------------------------------------      00006091
      *    RETIRE THE DEPARTMENTS A REORGANIZATION EMPTIED - EACH       00006092
      *    ONE'S DEPTREF RECORD IS REWRITTEN IN PLACE WITH THE          00006093
      *    ACTIVE FLAG OFF, NAME AND MANAGER KEPT FOR HISTORY.          00006094
      *-----------------------------------------------------------      00006095
       3880-DEPTREF-UPD-PARA.                                           00006096
           OPEN I-O DEPTREF-PS                                          00006097
           IF NOT C05-DEPTREF-SUCCESS                                   00006098
             DISPLAY 'DEPTREF OPEN FOR UPDATE FAILED ' WS-FST-DEPTREF   00006099
                     ' - EMPTIED DEPARTMENTS LEFT ACTIVE'               00006100
             IF WS-RETURN-CD = 0                                        00006101
               MOVE 0004 TO WS-RETURN-CD                                00006102
             END-IF                                                     00006103
             GO TO 3880-DEPTREF-UPD-PARA-EXIT                           00006104
           END-IF                                                       00006105
           PERFORM 3881-DEPTREF-RWRT-PARA                               00006106
              THRU 3881-DEPTREF-RWRT-PARA-EXIT                          00006107
              UNTIL C05-DEPTREF-EOF                                     00006108
           CLOSE DEPTREF-PS                                             00006109
           .                                                            00006110
       3880-DEPTREF-UPD-PARA-EXIT.                                      00006111
           EXIT                                                         00006112
           .                                                            00006113
       3881-DEPTREF-RWRT-PARA.                                          00006114
           READ DEPTREF-PS                                              00006115
           EVALUATE TRUE                                                00006116
           WHEN C05-DEPTREF-SUCCESS                                     00006117
             CONTINUE                                                   00006118
           WHEN C05-DEPTREF-EOF                                         00006119
             GO TO 3881-DEPTREF-RWRT-PARA-EXIT                          00006120
           WHEN OTHER                                                   00006121
             DISPLAY 'DEPTREF READ FAILED ' WS-FST-DEPTREF              00006122
             MOVE 0008 TO WS-RETURN-CD                                  00006123
             MOVE 10 TO WS-FST-DEPTREF                                  00006124
             GO TO 3881-DEPTREF-RWRT-PARA-EXIT                          00006125
           END-EVALUATE                                                 00006126
           IF NOT DL-DEPT-IS-ACTIVE                                     00006127
             GO TO 3881-DEPTREF-RWRT-PARA-EXIT                          00006128
           END-IF                                                       00006129
           MOVE 'N' TO WS-CLS-FOUND-SW                                  00006130
           PERFORM 3882-CLS-SCAN-PARA                                   00006131
              THRU 3882-CLS-SCAN-PARA-EXIT                              00006132
              VARYING CLS-IDX FROM 1 BY 1                               00006133
              UNTIL CLS-IDX > WS-CLS-CT OR WS-CLS-FOUND                 00006134
           IF NOT WS-CLS-FOUND                                          00006135
             GO TO 3881-DEPTREF-RWRT-PARA-EXIT                          00006136
           END-IF                                                       00006137
           MOVE 'N' TO DL-DEPT-ACTIVE                                   00006138
           REWRITE DL-DEPT-REC                                          00006139
           IF C05-DEPTREF-SUCCESS                                       00006140
             ADD 1 TO WS-DEACT-CT                                       00006141
             MOVE SPACES TO RPT-REC                                     00006142
             STRING 'R   '        DELIMITED BY SIZE                     00006143
                    DL-DEPT-CODE  DELIMITED BY SIZE                     00006144
                    '  MARKED INACTIVE ON DEPTREF' DELIMITED BY SIZE    00006145
                    INTO RPT-REC                                        00006146
             END-STRING                                                 00006147
             WRITE RPT-REC                                              00006148
           ELSE                                                         00006149
             DISPLAY 'DEPTREF REWRITE FAILED ' WS-FST-DEPTREF           00006150
                     ' FOR ' DL-DEPT-CODE                               00006151
             MOVE 0008 TO WS-RETURN-CD                                  00006152
           END-IF                                                       00006153
           .                                                            00006154
       3881-DEPTREF-RWRT-PARA-EXIT.                                     00006155
           EXIT                                                         00006156
           .                                                            00006157
       3882-CLS-SCAN-PARA.                                              00006158
           IF CLS-DEPT(CLS-IDX) = DL-DEPT-CODE                          00006159
             MOVE 'Y' TO WS-CLS-FOUND-SW                                00006160
           END-IF                                                       00006161
           .                                                            00006162
       3882-CLS-SCAN-PARA-EXIT.                                         00006163
           EXIT                                                         00006164
           .                                                            00006165
       3900-CLOSE-PARA.                                                 00006050
           CLOSE HRTRAN-PS EMPMST-PS RPT-PS SUSP-PS PENDOUT-PS          00006060
                 APPROUT-PS RORG-PS                                     00006061
                 WFMV-PS                                                00006062
           IF WS-LV-IS-OPEN                                             00006062
             CLOSE LV-PS                                                00006063
           END-IF                                                       00006064
           IF WS-LD-IS-OPEN                                             00006065
             CLOSE LD-PS                                                00006066
           END-IF                                                       00006067
           IF WS-POS-IS-OPEN                                            00006068
             CLOSE POS-PS                                               00006069
           END-IF                                                       00006070
           .                                                            00006070
       3900-CLOSE-PARA-EXIT.                                            00006080
           EXIT                                                         00006090
             MOVE WS-APPLIED-CT     TO DL-AUDIT-WRITE-CT                00006190
             MOVE WS-RETURN-CD      TO DL-AUDIT-RETURN-CD               00006200
             MOVE 'COMPLETED'       TO DL-AUDIT-STATUS-TX               00006210
             PERFORM 9100-AUDIT-CHAIN-PARA                              00006211
                THRU 9100-AUDIT-CHAIN-PARA-EXIT                         00006212
             WRITE DL-AUDIT-REC                                         00006213
             CLOSE AUDIT-PS                                             00006230
           END-IF                                                       00006240
           MOVE WS-RETURN-CD TO RETURN-CODE                             00006250
           STOP RUN                                                     00006260
           .                                                            00006270
      *-----------------------------------------------------------      00006271
      *    CHAIN THE AUDIT RECORD INTO AUDITLOG'S SEQUENCE AND          00006272
      *    HASH, WRITING THE DAY'S ANCHOR FIRST WHEN THIS IS THE        00006273
      *    FIRST RECORD OF THE DAY.                                     00006274
      *-----------------------------------------------------------      00006275
       9100-AUDIT-CHAIN-PARA.                                           00006276
           MOVE SPACES       TO DL-CHN-PARMS                            00006277
           MOVE 'NXT'        TO DL-CHN-FUNC                             00006278
           MOVE 'AUDITLOG'   TO DL-CHN-LOG                              00006279
           MOVE DL-AUDIT-END-TS(1:8) TO DL-CHN-TODAY                    00006280
           MOVE DL-AUDIT-REC TO DL-CHN-REC                              00006281
           CALL 'PAYCHAIN' USING DL-CHN-PARMS                           00006282
             ON EXCEPTION                                               00006283
               DISPLAY 'PAYCHAIN NOT AVAILABLE - AUDIT RECORD NOT '     00006284
                       'CHAINED'                                        00006285
           END-CALL                                                     00006286
           IF DL-CHN-ANCHORED                                           00006287
             WRITE DL-AUDIT-REC FROM DL-CHN-ANCHOR                      00006288
           END-IF                                                       00006289
           IF DL-CHN-OK                                                 00006290
             MOVE DL-CHN-REC TO DL-AUDIT-REC                            00006291
           END-IF                                                       00006292
           .                                                            00006293
       9100-AUDIT-CHAIN-PARA-EXIT.                                      00006294
           EXIT                                                         00006295
           .                                                            00006296

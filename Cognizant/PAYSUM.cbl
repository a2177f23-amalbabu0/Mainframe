      *    RATHER THAN TRUSTING PGM'S TRAILER, SO THE REPORT            00000150
      *    STANDS ON ITS OWN EVEN IF RUN AGAINST AN OLDER FILE          00000160
      *    WRITTEN BEFORE THE TRAILER RECORDS EXISTED.                  00000170
      *    WHEN ANY EMPLOYEE HAS A LABOR DISTRIBUTION IN EFFECT         00000171
      *    (LABDIST) A DISTRIBUTED-COST VIEW OF THE DEPARTMENT          00000172
      *    SUBTOTALS FOLLOWS THE PER-GROUP ONES: SALARY CHARGED TO      00000173
      *    EACH DEPARTMENT BY PERCENTAGE, WITH THE FRACTIONAL           00000174
      *    HEADCOUNT (FTE) THAT CHARGE REPRESENTS.                      00000175
      *    AN EMPLOYEE PGM DID NOT RAISE BECAUSE THEY ARE NOT YET       00000176
      *    DUE (DEFERRAL REASON ON THE DETAIL RECORD) STILL COUNTS      00000177
      *    IN THE GROUP AND DEPARTMENT TOTALS AT THE CURRENT            00000178
      *    SALARY, BUT IS LISTED APART FROM THE RAISED EMPLOYEES IN     00000179
      *    A DEFERRED SECTION WITH THE REASON AND THE MONTH THE         00000180
      *    NEXT RAISE FALLS DUE, SO HR CAN SEE WHO IS COMING UP.        00000181
      *    WHEN EMPTRN REORGANIZED A DEPARTMENT THIS CYCLE              00000182
      *    (REORGLOG) THE SUBTOTAL LINE OF EACH DEPARTMENT INVOLVED     00000183
      *    IS FLAGGED WITH THE OTHER CODE, AND A TRANSFER SECTION       00000184
      *    SHOWS EACH OLD CODE AGAINST ITS NEW ONE WITH THE MOVED       00000185
      *    EMPLOYEES' HEADCOUNT AND SALARY, SO A DEPARTMENT THAT        00000186
      *    WAS EMPTIED AND CLOSED STILL APPEARS ON THE REPORT.          00000187
      *-----------------------------------------------------------      00000180
       ENVIRONMENT DIVISION.                                            00000190
       INPUT-OUTPUT SECTION.                                            00000200
           ACCESS IS SEQUENTIAL                                         00000391
           FILE STATUS IS WS-FST-VARCTL                                 00000392
           .                                                            00000393
      *-----------------------------------------------------------      00000394
      *    MERIT BUDGET RESULT FROM THE RAISE PASS (PGM), ONE           00000395
      *    RECORD PER DEPARTMENT BUDGET POOL.                           00000396
      *-----------------------------------------------------------      00000397
           SELECT OPTIONAL MBA-PS ASSIGN TO MBUDACT                     00000398
           ORGANIZATION IS SEQUENTIAL                                   00000399
           ACCESS IS SEQUENTIAL                                         00000400
           FILE STATUS IS WS-FST-MBA                                    00000401
           .                                                            00000402
      *-----------------------------------------------------------      00000403
      *    DEPARTMENT REORGANIZATIONS EMPTRN APPLIED THIS CYCLE.        00000404
      *-----------------------------------------------------------      00000405
           SELECT OPTIONAL RORG-PS ASSIGN TO REORGLOG                   00000406
           ORGANIZATION IS SEQUENTIAL                                   00000407
           ACCESS IS SEQUENTIAL                                         00000408
           FILE STATUS IS WS-FST-RORG                                   00000409
           .                                                            00000410
      *-----------------------------------------------------------      00000403
      *    LABOR DISTRIBUTION MASTER, MAINTAINED BY EMPTRN.             00000404
      *-----------------------------------------------------------      00000405
           SELECT LD-PS ASSIGN TO LABDIST                               00000406
           ORGANIZATION IS INDEXED                                      00000407
           ACCESS IS RANDOM                                             00000408
           RECORD KEY IS DL-LD-EMPID                                    00000409
           FILE STATUS IS WS-FST-LD                                     00000410
           .                                                            00000411
       DATA DIVISION.                                                   00000370
       FILE SECTION.                                                    00000380
       FD TO002-PS                                                      00000390
         05 TO002-EMPGROUP      PIC X(02).                              00005202
         05 F                   PIC X(01).                              00005202
         05 TO002-PRORATE       PIC 9(01).9(02).                        00005202
         05 F                   PIC X(01).                              00005203
         05 TO002-DEFER-CD      PIC X(04).                              00005204
         05 F                   PIC X(01).                              00005205
         05 TO002-NEXT-DUE      PIC X(07).                              00005206
       01 TO002-TRL-REC.                                                00000530
         05 TO002-TRL-ID    PIC X(06).                                  00000540
         05 F              PIC X(01).                                   00000550
         05 TO003-EMPGROUP      PIC X(02).                              00007302
         05 F                   PIC X(01).                              00007302
         05 TO003-PRORATE       PIC 9(01).9(02).                        00007302
         05 F                   PIC X(01).                              00007303
         05 TO003-DEFER-CD      PIC X(04).                              00007304
         05 F                   PIC X(01).                              00007305
         05 TO003-NEXT-DUE      PIC X(07).                              00007306
       01 TO003-TRL-REC.                                                00000740
         05 TO003-TRL-ID    PIC X(06).                                  00000750
         05 F              PIC X(01).                                   00000760
           RECORD CONTAINS 132 CHARACTERS.                              00000820
       01 RPT-REC                PIC X(132).                            00000830
       FD AUDIT-PS                                                      00000831
           RECORD CONTAINS 100 CHARACTERS.                              00000832
           COPY DLAUDIT.                                                00000833
       FD PRIOR-PS                                                      00000834
           RECORD CONTAINS 80 CHARACTERS.                               00000835
         05 F                   PIC X(01).                              00000851
         05 VARCTL-PCT          PIC 9(03).                              00000852
         05 F                   PIC X(70).                              00000853
       FD MBA-PS                                                        00000854
           RECORD CONTAINS 80 CHARACTERS.                               00000855
           COPY DLMBUD.                                                 00000856
       FD LD-PS                                                         00000857
           RECORD CONTAINS 80 CHARACTERS.                               00000858
           COPY DLLDIST.                                                00000859
       FD RORG-PS                                                       00000860
           RECORD CONTAINS 80 CHARACTERS.                               00000861
           COPY DLREORG.                                                00000862
       WORKING-STORAGE SECTION.                                         00000840
       01 WS-VARS.                                                      00000850
         05 WS-FST-TO002 PIC 9(02).                                     00000860
         05 WS-RETURN-CD       PIC 9(04) VALUE ZEROES.                  00010871
         05 WS-RUN-GROUP       PIC X(02) VALUE SPACES.                  00010872
         05 WS-DET-PRORATE     PIC X(04).                               00010873
      *-----------------------------------------------------------      00010874
      *    DEFERRED EMPLOYEES - HELD FROM THE DETAIL READS FOR THE      00010875
      *    DEFERRED SECTION.  PAST THE TABLE CEILING THEY ARE           00010876
      *    COUNTED BUT NOT LISTED.                                      00010877
      *-----------------------------------------------------------      00010878
         05 WS-PR-DEF-CT       PIC 9(06) VALUE 0.                       00010879
         05 WS-RV-DEF-CT       PIC 9(06) VALUE 0.                       00010880
         05 WS-PR-ELIG-CT      PIC 9(06) VALUE 0.                       00010881
         05 WS-RV-ELIG-CT      PIC 9(06) VALUE 0.                       00010882
         05 WS-DF-TOT-CT       PIC 9(06) VALUE 0.                       00010883
         05 WS-DF-OVF-CT       PIC 9(06) VALUE 0.                       00010884
         05 WS-DF-RATING       PIC X(01).                               00010885
         05 WS-DF-CD           PIC X(04).                               00010886
         05 WS-DF-NEXT         PIC X(07).                               00010887
         05 WS-DF-REASON-TX    PIC X(22).                               00010888
         05 WS-DF-CT           PIC 9(04) VALUE 0.                       00010889
         05 WS-DF-TBL OCCURS 500 TIMES INDEXED BY DF-IDX.               00010890
           10 DF-NAME          PIC X(21).                               00010891
           10 DF-RATING        PIC X(01).                               00010892
           10 DF-SALARY        PIC 9(07)V9(02).                         00010893
           10 DF-CD            PIC X(04).                               00010894
           10 DF-NEXT          PIC X(07).                               00010895
         05 WS-FST-DEPTREF PIC 9(02).                                   00010874
           88 C05-DEPTREF-SUCCESS VALUE 00 05.                          00010875
           88 C05-DEPTREF-EOF     VALUE 10.                             00010876
         05 WS-FST-MBA    PIC 9(02).                                    00010877
           88 C05-MBA-SUCCESS VALUE 00 05.                              00010878
           88 C05-MBA-EOF     VALUE 10.                                 00010879
         05 WS-MB-CT           PIC 9(05) VALUE ZEROES.                  00010880
         05 WS-MB-BUD-TOT      PIC 9(10)V9(02) VALUE ZEROES.            00010881
         05 WS-MB-REQ-TOT      PIC 9(10)V9(02) VALUE ZEROES.            00010882
         05 WS-MB-APP-TOT      PIC 9(10)V9(02) VALUE ZEROES.            00010883
         05 WS-MB-BUD-ED       PIC Z,ZZZ,ZZZ,ZZ9.99.                    00010884
         05 WS-MB-REQ-ED       PIC Z,ZZZ,ZZZ,ZZ9.99.                    00010885
         05 WS-MB-APP-ED       PIC Z,ZZZ,ZZZ,ZZ9.99.                    00010886
         05 WS-MB-FACTOR-ED    PIC 9.999999.                            00010887
         05 WS-MB-HELD-ED      PIC ZZZZ9.                               00010888
      *-----------------------------------------------------------      00010889
      *    DISTRIBUTED-COST DEPARTMENT TABLE - BOTH GROUPS, SALARY      00010890
      *    SPREAD BY LABOR DISTRIBUTION, FTE IN HUNDREDTHS.             00010891
      *-----------------------------------------------------------      00010892
         05 WS-FST-LD     PIC 9(02).                                    00010893
           88 C05-LD-SUCCESS  VALUE 00.                                 00010894
           88 C05-LD-NOTFND   VALUE 23.                                 00010895
         05 WS-LD-OPEN-SW      PIC X(01) VALUE 'N'.                     00010896
           88 WS-LD-IS-OPEN    VALUE 'Y'.                               00010897
         05 WS-LD-CT           PIC 9(06) VALUE ZEROES.                  00010898
         05 WS-LD-SUB          PIC 9(01).                               00010899
         05 WS-LD-EMPID        PIC X(05).                               00010900
         05 WS-LD-HOME         PIC X(04).                               00010901
         05 WS-LD-SHARE        PIC 9(07)V9(02).                         00010902
         05 WS-LD-SPREAD       PIC 9(07)V9(02).                         00010903
         05 WS-LD-FTE          PIC 9(01)V9(02).                         00010904
         05 WS-LD-FTE-SPREAD   PIC 9(01)V9(02).                         00010905
         05 WS-DX-CT           PIC 9(03) VALUE 0.                       00010906
         05 WS-DX-TBL OCCURS 50 TIMES INDEXED BY DX-IDX.                00010907
           10 DX-DEPT          PIC X(04).                               00010908
           10 DX-FTE           PIC 9(05)V9(02).                         00010909
           10 DX-SUM           PIC 9(09)V9(02).                         00010910
         05 WS-DX-OVF-FTE      PIC 9(05)V9(02) VALUE 0.                 00010911
         05 WS-DX-OVF-SUM      PIC 9(09)V9(02) VALUE 0.                 00010912
         05 WS-DX-FTE-ED       PIC ZZZZ9.99.                            00010913
      *-----------------------------------------------------------      00010877
      *    DEPARTMENT REFERENCE - FULL NAME AND MANAGER FOR THE         00010878
      *    SUBTOTAL LINES, SO FINANCE READS DEPARTMENTS, NOT CODES.     00010879
         05 WS-REF-NAME        PIC X(20).                               00010888
         05 WS-REF-MANAGER     PIC X(20).                               00010889
         05 WS-REF-LOOK        PIC X(04).                               00010890
      *-----------------------------------------------------------      00010891
      *    DEPARTMENT REORGANIZATIONS - EVERY MOVED EMPLOYEE WITH       00010892
      *    THE OLD/NEW CODE PAIR THEY MOVED UNDER, AND PER PAIR THE     00010893
      *    MOVED EMPLOYEES FOUND ON THIS CYCLE'S SNAPSHOT.              00010894
      *-----------------------------------------------------------      00010895
         05 WS-FST-RORG   PIC 9(02).                                    00010896
           88 C05-RORG-SUCCESS VALUE 00 05.                             00010897
           88 C05-RORG-EOF     VALUE 10.                                00010898
         05 WS-RO-CT           PIC 9(04) VALUE ZEROES.                  00010899
         05 WS-RO-TBL OCCURS 1000 TIMES INDEXED BY RO-IDX.              00010900
           10 RO-EMPID         PIC X(05).                               00010901
           10 RO-PAIR          PIC 9(02).                               00010902
         05 WS-RO-FOUND-SW     PIC X(01).                               00010903
           88 WS-RO-FOUND      VALUE 'Y'.                               00010904
         05 WS-RP-CT           PIC 9(02) VALUE ZEROES.                  00010905
         05 WS-RP-TBL OCCURS 20 TIMES INDEXED BY RP-IDX.                00010906
           10 RP-FROM          PIC X(04).                               00010907
           10 RP-TO            PIC X(04).                               00010908
           10 RP-MOVED         PIC 9(05).                               00010909
           10 RP-LEFT          PIC 9(05).                               00010910
           10 RP-EMPTIED       PIC X(01).                               00010911
           10 RP-CT            PIC 9(05).                               00010912
           10 RP-SUM           PIC 9(09)V9(02).                         00010913
         05 WS-RP-SUB          PIC 9(02).                               00010914
         05 WS-RP-MARK-DEPT    PIC X(04).                               00010915
         05 WS-RP-MARK         PIC X(18).                               00010916
         05 WS-RP-MOVED-ED     PIC ZZZZ9.                               00010917
       COPY DLCHAIN.                                                    00010918
       LINKAGE SECTION.                                                 00001090
       01 LK-PARM-REC.                                                  00001090
           05 LK-RUN-DATE    PIC X(10).                                 00001090
              THRU 1400-VARCTL-PARA-EXIT                                00001200
           PERFORM 1500-DEPTREF-PARA                                    00001201
              THRU 1500-DEPTREF-PARA-EXIT                               00001202
           PERFORM 1600-REORG-LOAD-PARA                                 00001203
              THRU 1600-REORG-LOAD-PARA-EXIT                            00001204
           .                                                            00001200
       1000-INIT-PARA-EXIT.                                             00001210
           EXIT                                                         00001220
       1530-REF-SCAN-PARA-EXIT.                                         00001284
           EXIT                                                         00001285
           .                                                            00001286
      *-----------------------------------------------------------      00001287
      *    REORGANIZATION LOG - NONE MEANS NO DEPARTMENT WAS            00001288
      *    REORGANIZED THIS CYCLE AND THE REPORT IS UNCHANGED.          00001289
      *-----------------------------------------------------------      00001290
       1600-REORG-LOAD-PARA.                                            00001291
           OPEN INPUT RORG-PS                                           00001292
           EVALUATE TRUE                                                00001293
           WHEN C05-RORG-SUCCESS                                        00001294
             PERFORM 1610-REORG-READ-PARA                               00001295
                THRU 1610-REORG-READ-PARA-EXIT                          00001296
                UNTIL C05-RORG-EOF                                      00001297
             CLOSE RORG-PS                                              00001298
           WHEN OTHER                                                   00001299
             DISPLAY 'REORGLOG NOT AVAILABLE - NO REORGANIZATIONS'      00001300
           END-EVALUATE                                                 00001301
           .                                                            00001302
       1600-REORG-LOAD-PARA-EXIT.                                       00001303
           EXIT                                                         00001304
           .                                                            00001305
       1610-REORG-READ-PARA.                                            00001306
           READ RORG-PS                                                 00001307
           EVALUATE TRUE                                                00001308
           WHEN C05-RORG-SUCCESS                                        00001309
             CONTINUE                                                   00001310
           WHEN C05-RORG-EOF                                            00001311
             GO TO 1610-REORG-READ-PARA-EXIT                            00001312
           WHEN OTHER                                                   00001313
             DISPLAY 'RORG-PS READ FAILED ' WS-FST-RORG                 00001314
             MOVE 10 TO WS-FST-RORG                                     00001315
             GO TO 1610-REORG-READ-PARA-EXIT                            00001316
           END-EVALUATE                                                 00001317
           PERFORM 1620-RP-FIND-PARA                                    00001318
              THRU 1620-RP-FIND-PARA-EXIT                               00001319
           IF WS-RP-SUB = 0                                             00001320
             GO TO 1610-REORG-READ-PARA-EXIT                            00001321
           END-IF                                                       00001322
           EVALUATE TRUE                                                00001323
           WHEN DL-RORG-IS-MOVE                                         00001324
             IF WS-RO-CT < 1000                                         00001325
               ADD 1 TO WS-RO-CT                                        00001326
               MOVE DL-RORG-EMPID TO RO-EMPID(WS-RO-CT)                 00001327
               MOVE WS-RP-SUB     TO RO-PAIR(WS-RO-CT)                  00001328
             ELSE                                                       00001329
               DISPLAY 'REORG EMPLOYEE TABLE FULL - ' DL-RORG-EMPID     00001330
                       ' NOT IN THE TRANSFER SUBTOTALS'                 00001331
             END-IF                                                     00001332
           WHEN DL-RORG-IS-SUMM                                         00001333
             ADD DL-RORG-MOVED-CT TO RP-MOVED(WS-RP-SUB)                00001334
             MOVE DL-RORG-LEFT-CT TO RP-LEFT(WS-RP-SUB)                 00001335
             MOVE DL-RORG-EMPTIED TO RP-EMPTIED(WS-RP-SUB)              00001336
           END-EVALUATE                                                 00001337
           .                                                            00001338
       1610-REORG-READ-PARA-EXIT.                                       00001339
           EXIT                                                         00001340
           .                                                            00001341
      *-----------------------------------------------------------      00001342
      *    FIND (OR ADD) THE OLD/NEW PAIR OF THE LOG RECORD IN          00001343
      *    HAND; WS-RP-SUB ZERO WHEN THE TABLE IS FULL.                 00001344
      *-----------------------------------------------------------      00001345
       1620-RP-FIND-PARA.                                               00001346
           MOVE 0 TO WS-RP-SUB                                          00001347
           PERFORM 1630-RP-SCAN-PARA                                    00001348
              THRU 1630-RP-SCAN-PARA-EXIT                               00001349
              VARYING RP-IDX FROM 1 BY 1                                00001350
              UNTIL RP-IDX > WS-RP-CT OR WS-RP-SUB > 0                  00001351
           IF WS-RP-SUB > 0                                             00001352
             GO TO 1620-RP-FIND-PARA-EXIT                               00001353
           END-IF                                                       00001354
           IF WS-RP-CT < 20                                             00001355
             ADD 1 TO WS-RP-CT                                          00001356
             MOVE WS-RP-CT        TO WS-RP-SUB                          00001357
             MOVE DL-RORG-FROM    TO RP-FROM(WS-RP-SUB)                 00001358
             MOVE DL-RORG-TO      TO RP-TO(WS-RP-SUB)                   00001359
             MOVE ZEROES          TO RP-MOVED(WS-RP-SUB)                00001360
                                     RP-LEFT(WS-RP-SUB)                 00001361
                                     RP-CT(WS-RP-SUB)                   00001362
                                     RP-SUM(WS-RP-SUB)                  00001363
             MOVE 'N'             TO RP-EMPTIED(WS-RP-SUB)              00001364
           ELSE                                                         00001365
             DISPLAY 'REORG PAIR TABLE FULL - ' DL-RORG-FROM ' TO '     00001366
                     DL-RORG-TO ' NOT REPORTED'                         00001367
           END-IF                                                       00001368
           .                                                            00001369
       1620-RP-FIND-PARA-EXIT.                                          00001370
           EXIT                                                         00001371
           .                                                            00001372
       1630-RP-SCAN-PARA.                                               00001373
           IF RP-FROM(RP-IDX) = DL-RORG-FROM AND                        00001374
              RP-TO(RP-IDX)   = DL-RORG-TO                              00001375
             SET WS-RP-SUB TO RP-IDX                                    00001376
           END-IF                                                       00001377
           .                                                            00001378
       1630-RP-SCAN-PARA-EXIT.                                          00001379
           EXIT                                                         00001380
           .                                                            00001381
       3000-PROC-PARA.                                                  00001240
           PERFORM 3100-OPEN-PARA                                       00001250
              THRU 3100-OPEN-PARA-EXIT                                  00001260
              UNTIL C05-TO003-EOF                                       00001360
           PERFORM 3350-RV-TOTAL-PARA                                   00001370
              THRU 3350-RV-TOTAL-PARA-EXIT                              00001380
           ADD WS-PR-DEF-CT WS-RV-DEF-CT GIVING WS-DF-TOT-CT            00001381
           IF WS-DF-TOT-CT > 0                                          00001382
             PERFORM 3355-DEFER-RPT-PARA                                00001383
                THRU 3355-DEFER-RPT-PARA-EXIT                           00001384
           END-IF                                                       00001385
           PERFORM 3360-PR-DEPT-RPT-PARA                                00013810
              THRU 3360-PR-DEPT-RPT-PARA-EXIT                           00013820
           PERFORM 3370-RV-DEPT-RPT-PARA                                00013830
              THRU 3370-RV-DEPT-RPT-PARA-EXIT                           00013840
           IF WS-RP-CT > 0                                              00013841
             PERFORM 3375-RO-RPT-PARA                                   00013842
                THRU 3375-RO-RPT-PARA-EXIT                              00013843
           END-IF                                                       00013844
           IF WS-LD-CT > 0                                              00013841
             PERFORM 3390-DX-RPT-PARA                                   00013842
                THRU 3390-DX-RPT-PARA-EXIT                              00013843
           END-IF                                                       00013844
           PERFORM 3400-GRAND-TOTAL-PARA                                00001390
              THRU 3400-GRAND-TOTAL-PARA-EXIT                           00001400
           PERFORM 3420-MBUD-RPT-PARA                                   00001401
              THRU 3420-MBUD-RPT-PARA-EXIT                              00001402
           PERFORM 3450-VARIANCE-PARA                                   00001405
              THRU 3450-VARIANCE-PARA-EXIT                              00001406
           PERFORM 3460-PRIOR-SAVE-PARA                                 00001407
             MOVE 0008 TO WS-RETURN-CD                                  00001716
             PERFORM 9000-TERM-PARA                                     00001717
           END-EVALUATE                                                 00001718
      *    NO LABOR DISTRIBUTION MASTER SIMPLY LEAVES THE               00001719
      *    DISTRIBUTED-COST VIEW OFF THE REPORT.                        00001720
           OPEN INPUT LD-PS                                             00001721
           EVALUATE TRUE                                                00001722
           WHEN C05-LD-SUCCESS                                          00001723
             DISPLAY 'LD-PS OPENED'                                     00001724
             SET WS-LD-IS-OPEN TO TRUE                                  00001725
           WHEN OTHER                                                   00001726
             DISPLAY 'LABDIST NOT AVAILABLE - NO DISTRIBUTED-COST '     00001727
                     'VIEW ' WS-FST-LD                                  00001728
           END-EVALUATE                                                 00001729
           .                                                            00001720
       3100-OPEN-PARA-EXIT.                                             00001730
           EXIT                                                         00001740
               MOVE TO002-EMPDEPT TO WS-DET-DEPT                        00022010
               PERFORM 3220-PR-DEPT-PARA                                00022020
                  THRU 3220-PR-DEPT-PARA-EXIT                           00022030
               MOVE TO002-NEMPID(2:5) TO WS-LD-EMPID                    00022031
               PERFORM 3380-LD-SPREAD-PARA                              00022032
                  THRU 3380-LD-SPREAD-PARA-EXIT                         00022033
               IF WS-RO-CT > 0                                          00022034
                 PERFORM 3395-RO-TALLY-PARA                             00022035
                    THRU 3395-RO-TALLY-PARA-EXIT                        00022036
               END-IF                                                   00022037
               IF TO002-DEFER-CD > SPACES                               00022034
                 ADD 1 TO WS-PR-DEF-CT                                  00022035
                 MOVE SPACES TO WS-DET-NAME                             00022036
                 STRING TO002-EMPFNAME DELIMITED BY SPACE               00022037
                        ' '            DELIMITED BY SIZE                00022038
                        TO002-EMPLNAME DELIMITED BY SPACE               00022039
                        INTO WS-DET-NAME                                00022040
                 END-STRING                                             00022041
                 MOVE TO002-EMPRATING TO WS-DF-RATING                   00022042
                 MOVE TO002-DEFER-CD  TO WS-DF-CD                       00022043
                 MOVE TO002-NEXT-DUE  TO WS-DF-NEXT                     00022044
                 PERFORM 3340-DEFER-HOLD-PARA                           00022045
                    THRU 3340-DEFER-HOLD-PARA-EXIT                      00022046
               ELSE                                                     00022047
                 ADD 1 TO WS-PR-ELIG-CT                                 00022048
                 PERFORM 3210-PR-DETAIL-PARA                            00022049
                    THRU 3210-PR-DETAIL-PARA-EXIT                       00022050
               END-IF                                                   00022051
             END-EVALUATE                                               00002230
           WHEN C05-TO002-EOF                                           00002240
             CONTINUE                                                   00002250
           MOVE TO002-NEMPSALARY TO WS-SALARY-NUM                       00002400
           MOVE WS-SALARY-NUM    TO WS-DET-SALARY-ED                    00002410
           MOVE SPACES TO RPT-REC                                       00002420
           MOVE TO002-PRORATE TO WS-DET-PRORATE                         00002430
           STRING WS-DET-NAME      DELIMITED BY SIZE                    00002430
                  WS-DET-SALARY-ED DELIMITED BY SIZE                    00002440
                  INTO RPT-REC                                          00002450
           END-STRING                                                   00002620
           PERFORM 3050-RPT-WRITE-PARA                                  00002630
              THRU 3050-RPT-WRITE-PARA-EXIT                             00002631
           MOVE SPACES TO RPT-REC                                       00002632
           STRING '  RAISED (ELIGIBLE): ' DELIMITED BY SIZE             00002633
                  WS-PR-ELIG-CT           DELIMITED BY SIZE             00002634
                  '   DEFERRED - NOT DUE: ' DELIMITED BY SIZE           00002635
                  WS-PR-DEF-CT            DELIMITED BY SIZE             00002636
                  INTO RPT-REC                                          00002637
           END-STRING                                                   00002638
           PERFORM 3050-RPT-WRITE-PARA                                  00002639
              THRU 3050-RPT-WRITE-PARA-EXIT                             00002640
           MOVE SPACES TO RPT-REC                                       00002640
           PERFORM 3050-RPT-WRITE-PARA                                  00002650
              THRU 3050-RPT-WRITE-PARA-EXIT                             00002651
               MOVE TO003-EMPDEPT TO WS-DET-DEPT                        00029110
               PERFORM 3320-RV-DEPT-PARA                                00029120
                  THRU 3320-RV-DEPT-PARA-EXIT                           00029130
               MOVE TO003-NEMPID(2:5) TO WS-LD-EMPID                    00029131
               PERFORM 3380-LD-SPREAD-PARA                              00029132
                  THRU 3380-LD-SPREAD-PARA-EXIT                         00029133
               IF WS-RO-CT > 0                                          00029134
                 PERFORM 3395-RO-TALLY-PARA                             00029135
                    THRU 3395-RO-TALLY-PARA-EXIT                        00029136
               END-IF                                                   00029137
               IF TO003-DEFER-CD > SPACES                               00029134
                 ADD 1 TO WS-RV-DEF-CT                                  00029135
                 MOVE SPACES TO WS-DET-NAME                             00029136
                 STRING TO003-EMPFNAME DELIMITED BY SPACE               00029137
                        ' '            DELIMITED BY SIZE                00029138
                        TO003-EMPLNAME DELIMITED BY SPACE               00029139
                        INTO WS-DET-NAME                                00029140
                 END-STRING                                             00029141
                 MOVE TO003-EMPRATING TO WS-DF-RATING                   00029142
                 MOVE TO003-DEFER-CD  TO WS-DF-CD                       00029143
                 MOVE TO003-NEXT-DUE  TO WS-DF-NEXT                     00029144
                 PERFORM 3340-DEFER-HOLD-PARA                           00029145
                    THRU 3340-DEFER-HOLD-PARA-EXIT                      00029146
               ELSE                                                     00029147
                 ADD 1 TO WS-RV-ELIG-CT                                 00029148
                 PERFORM 3310-RV-DETAIL-PARA                            00029149
                    THRU 3310-RV-DETAIL-PARA-EXIT                       00029150
               END-IF                                                   00029151
             END-EVALUATE                                               00002940
           WHEN C05-TO003-EOF                                           00002950
             CONTINUE                                                   00002960
           MOVE TO003-NEMPSALARY TO WS-SALARY-NUM                       00003110
           MOVE WS-SALARY-NUM    TO WS-DET-SALARY-ED                    00003120
           MOVE SPACES TO RPT-REC                                       00003130
           MOVE TO003-PRORATE TO WS-DET-PRORATE                         00003140
           STRING WS-DET-NAME      DELIMITED BY SIZE                    00003140
                  WS-DET-SALARY-ED DELIMITED BY SIZE                    00003150
                  INTO RPT-REC                                          00003160
           END-STRING                                                   00003330
           PERFORM 3050-RPT-WRITE-PARA                                  00003340
              THRU 3050-RPT-WRITE-PARA-EXIT                             00003341
           MOVE SPACES TO RPT-REC                                       00003342
           STRING '  RAISED (ELIGIBLE): ' DELIMITED BY SIZE             00003343
                  WS-RV-ELIG-CT           DELIMITED BY SIZE             00003344
                  '   DEFERRED - NOT DUE: ' DELIMITED BY SIZE           00003345
                  WS-RV-DEF-CT            DELIMITED BY SIZE             00003346
                  INTO RPT-REC                                          00003347
           END-STRING                                                   00003348
           PERFORM 3050-RPT-WRITE-PARA                                  00003349
              THRU 3050-RPT-WRITE-PARA-EXIT                             00003350
           .                                                            00003350
       3350-RV-TOTAL-PARA-EXIT.                                         00003360
           EXIT                                                         00003370
           .                                                            00003380
      *-----------------------------------------------------------      00003381
      *    HOLD ONE DEFERRED EMPLOYEE FOR THE DEFERRED SECTION.         00003382
      *    WS-DET-NAME, WS-SALARY-NUM AND THE WS-DF- FIELDS ARE SET     00003383
      *    BY THE DETAIL READ BEFORE THIS IS PERFORMED.                 00003384
      *-----------------------------------------------------------      00003385
       3340-DEFER-HOLD-PARA.                                            00003386
           IF WS-DF-CT NOT < 500                                        00003387
             ADD 1 TO WS-DF-OVF-CT                                      00003388
             GO TO 3340-DEFER-HOLD-PARA-EXIT                            00003389
           END-IF                                                       00003390
           ADD 1 TO WS-DF-CT                                            00003391
           MOVE WS-DET-NAME   TO DF-NAME(WS-DF-CT)                      00003392
           MOVE WS-DF-RATING  TO DF-RATING(WS-DF-CT)                    00003393
           MOVE WS-SALARY-NUM TO DF-SALARY(WS-DF-CT)                    00003394
           MOVE WS-DF-CD      TO DF-CD(WS-DF-CT)                        00003395
           MOVE WS-DF-NEXT    TO DF-NEXT(WS-DF-CT)                      00003396
           .                                                            00003397
       3340-DEFER-HOLD-PARA-EXIT.                                       00003398
           EXIT                                                         00003399
           .                                                            00003400
      *-----------------------------------------------------------      00003401
      *    DEFERRED SECTION - EVERY EMPLOYEE PASSED THROUGH AT THE      00003402
      *    CURRENT SALARY BECAUSE NO RAISE WAS DUE, WITH THE REASON     00003403
      *    AND THE MONTH (YYYY-MM) THE NEXT RAISE FALLS DUE.            00003404
      *-----------------------------------------------------------      00003405
       3355-DEFER-RPT-PARA.                                             00003406
           MOVE SPACES TO RPT-REC                                       00003407
           PERFORM 3050-RPT-WRITE-PARA                                  00003408
              THRU 3050-RPT-WRITE-PARA-EXIT                             00003409
           MOVE SPACES TO RPT-REC                                       00003410
           STRING 'RAISES DEFERRED - NOT DUE THIS CYCLE'                00003411
                  DELIMITED BY SIZE                                     00003412
                  INTO RPT-REC                                          00003413
           END-STRING                                                   00003414
           PERFORM 3050-RPT-WRITE-PARA                                  00003415
              THRU 3050-RPT-WRITE-PARA-EXIT                             00003416
           MOVE SPACES TO RPT-REC                                       00003417
           STRING 'EMPLOYEE NAME          CURRENT SALARY  RATING  '     00003418
                  'REASON                  NEXT DUE'                    00003419
                  DELIMITED BY SIZE                                     00003420
                  INTO RPT-REC                                          00003421
           END-STRING                                                   00003422
           PERFORM 3050-RPT-WRITE-PARA                                  00003423
              THRU 3050-RPT-WRITE-PARA-EXIT                             00003424
           PERFORM 3356-DEFER-LINE-PARA                                 00003425
              THRU 3356-DEFER-LINE-PARA-EXIT                            00003426
              VARYING DF-IDX FROM 1 BY 1                                00003427
              UNTIL DF-IDX > WS-DF-CT                                   00003428
           IF WS-DF-OVF-CT > 0                                          00003429
             MOVE SPACES TO RPT-REC                                     00003430
             STRING 'MORE DEFERRED EMPLOYEES NOT LISTED: '              00003431
                    DELIMITED BY SIZE                                   00003432
                    WS-DF-OVF-CT DELIMITED BY SIZE                      00003433
                    INTO RPT-REC                                        00003434
             END-STRING                                                 00003435
             PERFORM 3050-RPT-WRITE-PARA                                00003436
                THRU 3050-RPT-WRITE-PARA-EXIT                           00003437
           END-IF                                                       00003438
           MOVE SPACES TO RPT-REC                                       00003439
           PERFORM 3050-RPT-WRITE-PARA                                  00003440
              THRU 3050-RPT-WRITE-PARA-EXIT                             00003441
           MOVE SPACES TO RPT-REC                                       00003442
           STRING 'DEFERRED HEADCOUNT: ' DELIMITED BY SIZE              00003443
                  WS-DF-TOT-CT         DELIMITED BY SIZE                00003444
                  INTO RPT-REC                                          00003445
           END-STRING                                                   00003446
           PERFORM 3050-RPT-WRITE-PARA                                  00003447
              THRU 3050-RPT-WRITE-PARA-EXIT                             00003448
           .                                                            00003449
       3355-DEFER-RPT-PARA-EXIT.                                        00003450
           EXIT                                                         00003451
           .                                                            00003452
       3356-DEFER-LINE-PARA.                                            00003453
           EVALUATE DF-CD(DF-IDX)                                       00003454
           WHEN 'RVMO'                                                  00003455
             MOVE 'NOT REVIEW MONTH'      TO WS-DF-REASON-TX            00003456
           WHEN 'GAP '                                                  00003457
             MOVE 'LAST RAISE TOO RECENT' TO WS-DF-REASON-TX            00003458
           WHEN OTHER                                                   00003459
             MOVE DF-CD(DF-IDX)           TO WS-DF-REASON-TX            00003460
           END-EVALUATE                                                 00003461
           MOVE DF-SALARY(DF-IDX) TO WS-DET-SALARY-ED                   00003462
           MOVE SPACES TO RPT-REC                                       00003463
           STRING DF-NAME(DF-IDX)   DELIMITED BY SIZE                   00003464
                  WS-DET-SALARY-ED  DELIMITED BY SIZE                   00003465
                  '    '            DELIMITED BY SIZE                   00003466
                  DF-RATING(DF-IDX) DELIMITED BY SIZE                   00003467
                  '       '         DELIMITED BY SIZE                   00003468
                  WS-DF-REASON-TX   DELIMITED BY SIZE                   00003469
                  '  '              DELIMITED BY SIZE                   00003470
                  DF-NEXT(DF-IDX)   DELIMITED BY SIZE                   00003471
                  INTO RPT-REC                                          00003472
           END-STRING                                                   00003473
           PERFORM 3050-RPT-WRITE-PARA                                  00003474
              THRU 3050-RPT-WRITE-PARA-EXIT                             00003475
           .                                                            00003476
       3356-DEFER-LINE-PARA-EXIT.                                       00003477
           EXIT                                                         00003478
           .                                                            00003479
      *-----------------------------------------------------------      00033810
      *    ACCUMULATE ONE TABLE ENTRY PER DEPARTMENT FOR THE            00033812
      *    PROMOTED GROUP.  WS-DET-DEPT AND WS-SALARY-NUM ARE SET       00033814
           EXIT                                                         00034016
           .                                                            00034018
       3361-PR-DEPT-LINE-PARA.                                          00034020
           MOVE PRD-DEPT(PRD-IDX) TO WS-REF-LOOK                        00034021
           PERFORM 1520-REF-FIND-PARA                                   00034022
              THRU 1520-REF-FIND-PARA-EXIT                              00034023
           MOVE PRD-CT(PRD-IDX)  TO WS-DEPT-CT-ED                       00034022
             MOVE 'MGR:'         TO RPT-REC(82:4)                       00034045
             MOVE WS-REF-MANAGER TO RPT-REC(87:20)                      00034046
           END-IF                                                       00034047
           IF WS-RP-CT > 0                                              00034048
             MOVE PRD-DEPT(PRD-IDX) TO WS-RP-MARK-DEPT                  00034049
             PERFORM 3397-RP-MARK-PARA                                  00034050
                THRU 3397-RP-MARK-PARA-EXIT                             00034051
             MOVE WS-RP-MARK TO RPT-REC(108:18)                         00034052
           END-IF                                                       00034053
           PERFORM 3050-RPT-WRITE-PARA                                  00034044
              THRU 3050-RPT-WRITE-PARA-EXIT                             00034046
           .                                                            00034048
           EXIT                                                         00034116
           .                                                            00034118
       3371-RV-DEPT-LINE-PARA.                                          00034120
           MOVE RVD-DEPT(RVD-IDX) TO WS-REF-LOOK                        00034121
           PERFORM 1520-REF-FIND-PARA                                   00034122
              THRU 1520-REF-FIND-PARA-EXIT                              00034123
           MOVE RVD-CT(RVD-IDX)  TO WS-DEPT-CT-ED                       00034122
             MOVE 'MGR:'         TO RPT-REC(82:4)                       00034145
             MOVE WS-REF-MANAGER TO RPT-REC(87:20)                      00034146
           END-IF                                                       00034147
           IF WS-RP-CT > 0                                              00034148
             MOVE RVD-DEPT(RVD-IDX) TO WS-RP-MARK-DEPT                  00034149
             PERFORM 3397-RP-MARK-PARA                                  00034150
                THRU 3397-RP-MARK-PARA-EXIT                             00034151
             MOVE WS-RP-MARK TO RPT-REC(108:18)                         00034152
           END-IF                                                       00034153
           PERFORM 3050-RPT-WRITE-PARA                                  00034144
              THRU 3050-RPT-WRITE-PARA-EXIT                             00034146
           .                                                            00034148
       3371-RV-DEPT-LINE-PARA-EXIT.                                     00034150
           EXIT                                                         00034152
           .                                                            00034154
      *-----------------------------------------------------------      00034155
      *    DISTRIBUTED-COST TALLY FOR ONE DETAIL EMPLOYEE.  WITH A      00034156
      *    LABOR DISTRIBUTION IN EFFECT THE SALARY AND ONE FTE ARE      00034157
      *    SPLIT BY PERCENTAGE, THE PRIMARY DEPARTMENT TAKING THE       00034158
      *    ROUNDING, AS PAYGL POSTS IT; OTHERWISE THE WHOLE OF BOTH     00034159
      *    GOES TO THE MASTER DEPARTMENT.  WS-DET-DEPT AND              00034160
      *    WS-SALARY-NUM ARE SET BY THE DETAIL READ.                    00034161
      *-----------------------------------------------------------      00034162
       3380-LD-SPREAD-PARA.                                             00034163
           IF WS-LD-IS-OPEN                                             00034164
             MOVE WS-LD-EMPID TO DL-LD-EMPID                            00034165
             READ LD-PS                                                 00034166
             EVALUATE TRUE                                              00034167
             WHEN C05-LD-SUCCESS                                        00034168
               IF DL-LD-EFFDATE NOT > WS-RUN-DATE                       00034169
                 ADD 1 TO WS-LD-CT                                      00034170
                 MOVE ZEROES TO WS-LD-SPREAD WS-LD-FTE-SPREAD           00034171
                 PERFORM 3381-LD-SHARE-PARA                             00034172
                    THRU 3381-LD-SHARE-PARA-EXIT                        00034173
                    VARYING WS-LD-SUB FROM 2 BY 1                       00034174
                    UNTIL WS-LD-SUB > 4                                 00034175
                 MOVE DL-LD-DEPT(1) TO WS-LD-HOME                       00034176
                 COMPUTE WS-LD-SHARE = WS-SALARY-NUM - WS-LD-SPREAD     00034177
                 COMPUTE WS-LD-FTE = 1 - WS-LD-FTE-SPREAD               00034178
                 PERFORM 3385-DX-TALLY-PARA                             00034179
                    THRU 3385-DX-TALLY-PARA-EXIT                        00034180
                 GO TO 3380-LD-SPREAD-PARA-EXIT                         00034181
               END-IF                                                   00034182
             WHEN C05-LD-NOTFND                                         00034183
               CONTINUE                                                 00034184
             WHEN OTHER                                                 00034185
               DISPLAY 'LD-PS READ FAILED ' WS-FST-LD ' FOR '           00034186
                       WS-LD-EMPID                                      00034187
             END-EVALUATE                                               00034188
           END-IF                                                       00034189
           MOVE WS-DET-DEPT   TO WS-LD-HOME                             00034190
           MOVE WS-SALARY-NUM TO WS-LD-SHARE                            00034191
           MOVE 1             TO WS-LD-FTE                              00034192
           PERFORM 3385-DX-TALLY-PARA                                   00034193
              THRU 3385-DX-TALLY-PARA-EXIT                              00034194
           .                                                            00034195
       3380-LD-SPREAD-PARA-EXIT.                                        00034196
           EXIT                                                         00034197
           .                                                            00034198
       3381-LD-SHARE-PARA.                                              00034199
           IF DL-LD-DEPT(WS-LD-SUB) > SPACES                            00034200
             COMPUTE WS-LD-SHARE ROUNDED =                              00034201
                 WS-SALARY-NUM * DL-LD-PCT(WS-LD-SUB) / 100             00034202
             COMPUTE WS-LD-FTE ROUNDED =                                00034203
                 DL-LD-PCT(WS-LD-SUB) / 100                             00034204
             ADD WS-LD-SHARE TO WS-LD-SPREAD                            00034205
             ADD WS-LD-FTE   TO WS-LD-FTE-SPREAD                        00034206
             MOVE DL-LD-DEPT(WS-LD-SUB) TO WS-LD-HOME                   00034207
             PERFORM 3385-DX-TALLY-PARA                                 00034208
                THRU 3385-DX-TALLY-PARA-EXIT                            00034209
           END-IF                                                       00034210
           .                                                            00034211
       3381-LD-SHARE-PARA-EXIT.                                         00034212
           EXIT                                                         00034213
           .                                                            00034214
       3385-DX-TALLY-PARA.                                              00034215
           MOVE 'N' TO WS-DEPT-FOUND-SW                                 00034216
           PERFORM 3386-DX-FIND-PARA                                    00034217
              THRU 3386-DX-FIND-PARA-EXIT                               00034218
              VARYING DX-IDX FROM 1 BY 1                                00034219
              UNTIL DX-IDX > WS-DX-CT OR WS-DEPT-FOUND                  00034220
           IF NOT WS-DEPT-FOUND                                         00034221
             IF WS-DX-CT < 50                                           00034222
               ADD 1 TO WS-DX-CT                                        00034223
               MOVE WS-LD-HOME  TO DX-DEPT(WS-DX-CT)                    00034224
               MOVE WS-LD-FTE   TO DX-FTE(WS-DX-CT)                     00034225
               MOVE WS-LD-SHARE TO DX-SUM(WS-DX-CT)                     00034226
             ELSE                                                       00034227
               ADD WS-LD-FTE   TO WS-DX-OVF-FTE                         00034228
               ADD WS-LD-SHARE TO WS-DX-OVF-SUM                         00034229
             END-IF                                                     00034230
           END-IF                                                       00034231
           .                                                            00034232
       3385-DX-TALLY-PARA-EXIT.                                         00034233
           EXIT                                                         00034234
           .                                                            00034235
       3386-DX-FIND-PARA.                                               00034236
           IF WS-LD-HOME = DX-DEPT(DX-IDX)                              00034237
             ADD WS-LD-FTE   TO DX-FTE(DX-IDX)                          00034238
             ADD WS-LD-SHARE TO DX-SUM(DX-IDX)                          00034239
             MOVE 'Y' TO WS-DEPT-FOUND-SW                               00034240
           END-IF                                                       00034241
           .                                                            00034242
       3386-DX-FIND-PARA-EXIT.                                          00034243
           EXIT                                                         00034244
           .                                                            00034245
      *-----------------------------------------------------------      00034246
      *    DEPARTMENT SUBTOTALS BY DISTRIBUTED COST - BOTH GROUPS       00034247
      *    TOGETHER, SO THE SECTION TIES TO THE GRAND TOTAL.            00034248
      *-----------------------------------------------------------      00034249
       3390-DX-RPT-PARA.                                                00034250
           MOVE SPACES TO RPT-REC                                       00034251
           PERFORM 3050-RPT-WRITE-PARA                                  00034252
              THRU 3050-RPT-WRITE-PARA-EXIT                             00034253
           MOVE SPACES TO RPT-REC                                       00034254
           STRING 'DEPARTMENT SUBTOTALS - DISTRIBUTED COST'             00034255
                  DELIMITED BY SIZE                                     00034256
                  INTO RPT-REC                                          00034257
           END-STRING                                                   00034258
           PERFORM 3050-RPT-WRITE-PARA                                  00034259
              THRU 3050-RPT-WRITE-PARA-EXIT                             00034260
           PERFORM 3391-DX-LINE-PARA                                    00034261
              THRU 3391-DX-LINE-PARA-EXIT                               00034262
              VARYING DX-IDX FROM 1 BY 1                                00034263
              UNTIL DX-IDX > WS-DX-CT                                   00034264
           IF WS-DX-OVF-SUM > 0                                         00034265
             MOVE WS-DX-OVF-FTE TO WS-DX-FTE-ED                         00034266
             MOVE WS-DX-OVF-SUM TO WS-DEPT-SUM-ED                       00034267
             MOVE SPACES TO RPT-REC                                     00034268
             STRING 'DEPT **** FTE: '      DELIMITED BY SIZE            00034269
                    WS-DX-FTE-ED           DELIMITED BY SIZE            00034270
                    '   SALARY TOTAL: '    DELIMITED BY SIZE            00034271
                    WS-DEPT-SUM-ED         DELIMITED BY SIZE            00034272
                    INTO RPT-REC                                        00034273
             END-STRING                                                 00034274
             PERFORM 3050-RPT-WRITE-PARA                                00034275
                THRU 3050-RPT-WRITE-PARA-EXIT                           00034276
           END-IF                                                       00034277
           .                                                            00034278
       3390-DX-RPT-PARA-EXIT.                                           00034279
           EXIT                                                         00034280
           .                                                            00034281
       3391-DX-LINE-PARA.                                               00034282
           MOVE DX-DEPT(DX-IDX) TO WS-REF-LOOK                          00034283
           PERFORM 1520-REF-FIND-PARA                                   00034284
              THRU 1520-REF-FIND-PARA-EXIT                              00034285
           MOVE DX-FTE(DX-IDX) TO WS-DX-FTE-ED                          00034286
           MOVE DX-SUM(DX-IDX) TO WS-DEPT-SUM-ED                        00034287
           MOVE SPACES TO RPT-REC                                       00034288
           STRING 'DEPT '               DELIMITED BY SIZE               00034289
                  DX-DEPT(DX-IDX)       DELIMITED BY SIZE               00034290
                  ' FTE: '              DELIMITED BY SIZE               00034291
                  WS-DX-FTE-ED          DELIMITED BY SIZE               00034292
                  '   SALARY TOTAL: '   DELIMITED BY SIZE               00034293
                  WS-DEPT-SUM-ED        DELIMITED BY SIZE               00034294
                  INTO RPT-REC                                          00034295
           END-STRING                                                   00034296
           IF WS-REF-FOUND                                              00034297
             MOVE WS-REF-NAME    TO RPT-REC(60:20)                      00034298
             MOVE 'MGR:'         TO RPT-REC(82:4)                       00034299
             MOVE WS-REF-MANAGER TO RPT-REC(87:20)                      00034300
           END-IF                                                       00034301
           PERFORM 3050-RPT-WRITE-PARA                                  00034302
              THRU 3050-RPT-WRITE-PARA-EXIT                             00034303
           .                                                            00034304
       3391-DX-LINE-PARA-EXIT.                                          00034305
           EXIT                                                         00034306
           .                                                            00034307
      *-----------------------------------------------------------      00034308
      *    REORGANIZATION TRANSFERS - EACH OLD CODE AGAINST ITS NEW     00034309
      *    ONE: HOW MANY EMPLOYEES EMPTRN MOVED, HOW MANY OF THEM       00034310
      *    ARE ON THIS CYCLE'S SNAPSHOT AND THEIR SALARY (NOW IN        00034311
      *    THE NEW CODE'S SUBTOTAL ABOVE), AND WHETHER THE OLD          00034312
      *    CODE WAS CLOSED OR STILL HAS EMPLOYEES.                      00034313
      *-----------------------------------------------------------      00034314
       3375-RO-RPT-PARA.                                                00034315
           MOVE SPACES TO RPT-REC                                       00034316
           PERFORM 3050-RPT-WRITE-PARA                                  00034317
              THRU 3050-RPT-WRITE-PARA-EXIT                             00034318
           MOVE SPACES TO RPT-REC                                       00034319
           STRING 'DEPARTMENT SUBTOTALS - REORGANIZATION TRANSFERS'     00034320
                  DELIMITED BY SIZE                                     00034321
                  INTO RPT-REC                                          00034322
           END-STRING                                                   00034323
           PERFORM 3050-RPT-WRITE-PARA                                  00034324
              THRU 3050-RPT-WRITE-PARA-EXIT                             00034325
           PERFORM 3376-RO-LINE-PARA                                    00034326
              THRU 3376-RO-LINE-PARA-EXIT                               00034327
              VARYING RP-IDX FROM 1 BY 1                                00034328
              UNTIL RP-IDX > WS-RP-CT                                   00034329
           .                                                            00034330
       3375-RO-RPT-PARA-EXIT.                                           00034331
           EXIT                                                         00034332
           .                                                            00034333
       3376-RO-LINE-PARA.                                               00034334
           MOVE RP-MOVED(RP-IDX) TO WS-RP-MOVED-ED                      00034335
           MOVE RP-CT(RP-IDX)    TO WS-DEPT-CT-ED                       00034336
           MOVE RP-SUM(RP-IDX)   TO WS-DEPT-SUM-ED                      00034337
           MOVE SPACES TO RPT-REC                                       00034338
           STRING 'DEPT '               DELIMITED BY SIZE               00034339
                  RP-FROM(RP-IDX)       DELIMITED BY SIZE               00034340
                  ' TO '                DELIMITED BY SIZE               00034341
                  RP-TO(RP-IDX)         DELIMITED BY SIZE               00034342
                  ' MOVED: '            DELIMITED BY SIZE               00034343
                  WS-RP-MOVED-ED        DELIMITED BY SIZE               00034344
                  ' HEADCOUNT: '        DELIMITED BY SIZE               00034345
                  WS-DEPT-CT-ED         DELIMITED BY SIZE               00034346
                  '   SALARY TOTAL: '   DELIMITED BY SIZE               00034347
                  WS-DEPT-SUM-ED        DELIMITED BY SIZE               00034348
                  INTO RPT-REC                                          00034349
           END-STRING                                                   00034350
           IF RP-EMPTIED(RP-IDX) = 'Y'                                  00034351
             MOVE 'SOURCE CLOSED' TO RPT-REC(84:13)                     00034352
           ELSE                                                         00034353
             MOVE RP-LEFT(RP-IDX) TO WS-RP-MOVED-ED                     00034354
             MOVE 'SOURCE LEFT:'  TO RPT-REC(84:12)                     00034355
             MOVE WS-RP-MOVED-ED  TO RPT-REC(97:5)                      00034356
           END-IF                                                       00034357
           PERFORM 3050-RPT-WRITE-PARA                                  00034358
              THRU 3050-RPT-WRITE-PARA-EXIT                             00034359
           .                                                            00034360
       3376-RO-LINE-PARA-EXIT.                                          00034361
           EXIT                                                         00034362
           .                                                            00034363
      *-----------------------------------------------------------      00034364
      *    ONE SNAPSHOT EMPLOYEE - IF A REORGANIZATION MOVED THEM,      00034365
      *    COUNT THEM AND THEIR SALARY UNDER THAT PAIR.                 00034366
      *-----------------------------------------------------------      00034367
       3395-RO-TALLY-PARA.                                              00034368
           MOVE 'N' TO WS-RO-FOUND-SW                                   00034369
           PERFORM 3396-RO-SCAN-PARA                                    00034370
              THRU 3396-RO-SCAN-PARA-EXIT                               00034371
              VARYING RO-IDX FROM 1 BY 1                                00034372
              UNTIL RO-IDX > WS-RO-CT OR WS-RO-FOUND                    00034373
           .                                                            00034374
       3395-RO-TALLY-PARA-EXIT.                                         00034375
           EXIT                                                         00034376
           .                                                            00034377
       3396-RO-SCAN-PARA.                                               00034378
           IF RO-EMPID(RO-IDX) = WS-LD-EMPID                            00034379
             MOVE RO-PAIR(RO-IDX) TO WS-RP-SUB                          00034380
             ADD 1             TO RP-CT(WS-RP-SUB)                      00034381
             ADD WS-SALARY-NUM TO RP-SUM(WS-RP-SUB)                     00034382
             MOVE 'Y' TO WS-RO-FOUND-SW                                 00034383
           END-IF                                                       00034384
           .                                                            00034385
       3396-RO-SCAN-PARA-EXIT.                                          00034386
           EXIT                                                         00034387
           .                                                            00034388
      *-----------------------------------------------------------      00034389
      *    FLAG FOR A DEPARTMENT SUBTOTAL LINE - THE OTHER CODE OF      00034390
      *    THE FIRST REORGANIZATION THE DEPARTMENT TOOK PART IN.        00034391
      *-----------------------------------------------------------      00034392
       3397-RP-MARK-PARA.                                               00034393
           MOVE SPACES TO WS-RP-MARK                                    00034394
           PERFORM 3398-RP-MARK-SCAN-PARA                               00034395
              THRU 3398-RP-MARK-SCAN-PARA-EXIT                          00034396
              VARYING RP-IDX FROM 1 BY 1                                00034397
              UNTIL RP-IDX > WS-RP-CT OR WS-RP-MARK > SPACES            00034398
           .                                                            00034399
       3397-RP-MARK-PARA-EXIT.                                          00034400
           EXIT                                                         00034401
           .                                                            00034402
       3398-RP-MARK-SCAN-PARA.                                          00034403
           EVALUATE TRUE                                                00034404
           WHEN RP-TO(RP-IDX) = WS-RP-MARK-DEPT                         00034405
             STRING 'REORG IN FROM '    DELIMITED BY SIZE               00034406
                    RP-FROM(RP-IDX)     DELIMITED BY SIZE               00034407
                    INTO WS-RP-MARK                                     00034408
             END-STRING                                                 00034409
           WHEN RP-FROM(RP-IDX) = WS-RP-MARK-DEPT                       00034410
             STRING 'REORG OUT TO '     DELIMITED BY SIZE               00034411
                    RP-TO(RP-IDX)       DELIMITED BY SIZE               00034412
                    INTO WS-RP-MARK                                     00034413
             END-STRING                                                 00034414
           END-EVALUATE                                                 00034415
           .                                                            00034416
       3398-RP-MARK-SCAN-PARA-EXIT.                                     00034417
           EXIT                                                         00034418
           .                                                            00034419
       3400-GRAND-TOTAL-PARA.                                           00003390
           IF WS-RUN-GROUP > SPACES                                     00003391
             MOVE SPACES TO RPT-REC                                     00003392
           MOVE WS-RPT-WRITE-CT TO DL-AUDIT-WRITE-CT                    00003576
           MOVE WS-RETURN-CD    TO DL-AUDIT-RETURN-CD                   00003577
           MOVE 'COMPLETED'     TO DL-AUDIT-STATUS-TX                   00003578
           PERFORM 9100-AUDIT-CHAIN-PARA                                00003579
              THRU 9100-AUDIT-CHAIN-PARA-EXIT                           00003580
           WRITE DL-AUDIT-REC                                           00003581
           CLOSE TO002-PS TO003-PS RPT-PS AUDIT-PS                      00003580
           IF WS-LD-IS-OPEN                                             00003581
             CLOSE LD-PS                                                00003582
           END-IF                                                       00003583
           .                                                            00003590
       3900-CLOSE-PARA-EXIT.                                            00003600
           EXIT                                                         00003610
           EXIT                                                         00003776
           .                                                            00003778
      *-----------------------------------------------------------      00003780
      *    MERIT BUDGET VS ACTUAL - EACH DEPARTMENT POOL'S BUDGET,      00003781
      *    THE RAISES THE RATE DECK ASKED FOR AND THE RAISES PGM        00003782
      *    ACTUALLY GAVE, WITH HOW AN OVERRUN WAS HANDLED.  NO          00003783
      *    MBUDACT MEANS NO POOLS THIS CYCLE - THE SECTION IS LEFT      00003784
      *    OFF THE REPORT.                                              00003785
      *-----------------------------------------------------------      00003786
       3420-MBUD-RPT-PARA.                                              00003787
           OPEN INPUT MBA-PS                                            00003788
           IF NOT C05-MBA-SUCCESS                                       00003789
             DISPLAY 'MBUDACT NOT AVAILABLE - NO MERIT BUDGET SECTION'  00003790
             GO TO 3420-MBUD-RPT-PARA-EXIT                              00003791
           END-IF                                                       00003792
           MOVE SPACES TO RPT-REC                                       00003793
           PERFORM 3050-RPT-WRITE-PARA                                  00003794
              THRU 3050-RPT-WRITE-PARA-EXIT                             00003795
           MOVE SPACES TO RPT-REC                                       00003796
           STRING 'MERIT BUDGET VS ACTUAL BY DEPARTMENT'                00003797
                  DELIMITED BY SIZE                                     00003798
                  INTO RPT-REC                                          00003799
           END-STRING                                                   00003800
           PERFORM 3050-RPT-WRITE-PARA                                  00003801
              THRU 3050-RPT-WRITE-PARA-EXIT                             00003802
           MOVE SPACES TO RPT-REC                                       00003803
           MOVE 'POOL'            TO RPT-REC(1:4)                       00003804
           MOVE 'DEPARTMENT'      TO RPT-REC(18:10)                     00003805
           MOVE 'BUDGET'          TO RPT-REC(50:6)                      00003806
           MOVE 'REQUESTED'       TO RPT-REC(65:9)                      00003807
           MOVE 'APPLIED'         TO RPT-REC(85:7)                      00003808
           MOVE 'OUTCOME'         TO RPT-REC(94:7)                      00003809
           PERFORM 3050-RPT-WRITE-PARA                                  00003810
              THRU 3050-RPT-WRITE-PARA-EXIT                             00003811
           PERFORM 3421-MBUD-READ-PARA                                  00003812
              THRU 3421-MBUD-READ-PARA-EXIT                             00003813
              UNTIL C05-MBA-EOF                                         00003814
           CLOSE MBA-PS                                                 00003815
           MOVE WS-MB-BUD-TOT TO WS-MB-BUD-ED                           00003816
           MOVE WS-MB-REQ-TOT TO WS-MB-REQ-ED                           00003817
           MOVE WS-MB-APP-TOT TO WS-MB-APP-ED                           00003818
           MOVE SPACES TO RPT-REC                                       00003819
           MOVE 'ALL POOLS'       TO RPT-REC(1:9)                       00003820
           MOVE WS-MB-BUD-ED      TO RPT-REC(40:16)                     00003821
           MOVE WS-MB-REQ-ED      TO RPT-REC(58:16)                     00003822
           MOVE WS-MB-APP-ED      TO RPT-REC(76:16)                     00003823
           PERFORM 3050-RPT-WRITE-PARA                                  00003824
              THRU 3050-RPT-WRITE-PARA-EXIT                             00003825
           .                                                            00003826
       3420-MBUD-RPT-PARA-EXIT.                                         00003827
           EXIT                                                         00003828
           .                                                            00003829
       3421-MBUD-READ-PARA.                                             00003830
           READ MBA-PS                                                  00003831
           EVALUATE TRUE                                                00003832
           WHEN C05-MBA-SUCCESS                                         00003833
             PERFORM 3422-MBUD-LINE-PARA                                00003834
                THRU 3422-MBUD-LINE-PARA-EXIT                           00003835
           WHEN C05-MBA-EOF                                             00003836
             CONTINUE                                                   00003837
           WHEN OTHER                                                   00003838
             DISPLAY 'MBA-PS READ FAILED ' WS-FST-MBA                   00003839
             MOVE 0004 TO WS-RETURN-CD                                  00003840
             MOVE 10 TO WS-FST-MBA                                      00003841
           END-EVALUATE                                                 00003842
           .                                                            00003843
       3421-MBUD-READ-PARA-EXIT.                                        00003844
           EXIT                                                         00003845
           .                                                            00003846
       3422-MBUD-LINE-PARA.                                             00003847
           ADD 1                 TO WS-MB-CT                            00003848
           ADD DL-MBUD-BUDGET    TO WS-MB-BUD-TOT                       00003849
           ADD DL-MBUD-REQUESTED TO WS-MB-REQ-TOT                       00003850
           ADD DL-MBUD-APPLIED   TO WS-MB-APP-TOT                       00003851
           MOVE DL-MBUD-DEPT TO WS-REF-LOOK                             00003852
           PERFORM 1520-REF-FIND-PARA                                   00003853
              THRU 1520-REF-FIND-PARA-EXIT                              00003854
           MOVE DL-MBUD-BUDGET    TO WS-MB-BUD-ED                       00003855
           MOVE DL-MBUD-REQUESTED TO WS-MB-REQ-ED                       00003856
           MOVE DL-MBUD-APPLIED   TO WS-MB-APP-ED                       00003857
           MOVE SPACES TO RPT-REC                                       00003858
           STRING 'DEPT '         DELIMITED BY SIZE                     00003859
                  DL-MBUD-DEPT    DELIMITED BY SIZE                     00003860
                  ' GRP '         DELIMITED BY SIZE                     00003861
                  DL-MBUD-GROUP   DELIMITED BY SIZE                     00003862
                  INTO RPT-REC                                          00003863
           END-STRING                                                   00003864
           IF WS-REF-FOUND                                              00003865
             MOVE WS-REF-NAME    TO RPT-REC(18:20)                      00003866
           END-IF                                                       00003867
           MOVE WS-MB-BUD-ED      TO RPT-REC(40:16)                     00003868
           MOVE WS-MB-REQ-ED      TO RPT-REC(58:16)                     00003869
           MOVE WS-MB-APP-ED      TO RPT-REC(76:16)                     00003870
           EVALUATE TRUE                                                00003871
           WHEN DL-MBUD-SCALED                                          00003872
             MOVE DL-MBUD-FACTOR TO WS-MB-FACTOR-ED                     00003873
             STRING 'SCALED BY '    DELIMITED BY SIZE                   00003874
                    WS-MB-FACTOR-ED DELIMITED BY SIZE                   00003875
                    INTO RPT-REC(94:30)                                 00003876
             END-STRING                                                 00003877
           WHEN DL-MBUD-HELD                                            00003878
             MOVE DL-MBUD-HELD-CT TO WS-MB-HELD-ED                      00003879
             STRING 'HELD FOR APPROVAL: ' DELIMITED BY SIZE             00003880
                    WS-MB-HELD-ED          DELIMITED BY SIZE            00003881
                    INTO RPT-REC(94:30)                                 00003882
             END-STRING                                                 00003883
           WHEN OTHER                                                   00003884
             MOVE 'WITHIN BUDGET' TO RPT-REC(94:13)                     00003885
           END-EVALUATE                                                 00003886
           PERFORM 3050-RPT-WRITE-PARA                                  00003887
              THRU 3050-RPT-WRITE-PARA-EXIT                             00003888
           .                                                            00003889
       3422-MBUD-LINE-PARA-EXIT.                                        00003890
           EXIT                                                         00003891
           .                                                            00003892
      *-----------------------------------------------------------      00003893
      *    RUN-OVER-RUN VARIANCE - THIS RUN AGAINST THE PRIOR           00003782
      *    RUN'S SAVED TOTALS, WITH PERCENTAGE MOVEMENT.  A             00003784
      *    MOVEMENT PAST THE THRESHOLD PRINTS A WARNING LINE AND        00003786
           MOVE WS-RETURN-CD TO RETURN-CODE                             00003640
           STOP RUN                                                     00003640
           .                                                            00003650
      *-----------------------------------------------------------      00003651
      *    CHAIN THE AUDIT RECORD INTO AUDITLOG'S SEQUENCE AND          00003652
      *    HASH, WRITING THE DAY'S ANCHOR FIRST WHEN THIS IS THE        00003653
      *    FIRST RECORD OF THE DAY.                                     00003654
      *-----------------------------------------------------------      00003655
       9100-AUDIT-CHAIN-PARA.                                           00003656
           MOVE SPACES       TO DL-CHN-PARMS                            00003657
           MOVE 'NXT'        TO DL-CHN-FUNC                             00003658
           MOVE 'AUDITLOG'   TO DL-CHN-LOG                              00003659
           MOVE DL-AUDIT-END-TS(1:8) TO DL-CHN-TODAY                    00003660
           MOVE DL-AUDIT-REC TO DL-CHN-REC                              00003661
           CALL 'PAYCHAIN' USING DL-CHN-PARMS                           00003662
             ON EXCEPTION                                               00003663
               DISPLAY 'PAYCHAIN NOT AVAILABLE - AUDIT RECORD NOT '     00003664
                       'CHAINED'                                        00003665
           END-CALL                                                     00003666
           IF DL-CHN-ANCHORED                                           00003667
             WRITE DL-AUDIT-REC FROM DL-CHN-ANCHOR                      00003668
           END-IF                                                       00003669
           IF DL-CHN-OK                                                 00003670
             MOVE DL-CHN-REC TO DL-AUDIT-REC                            00003671
           END-IF                                                       00003672
           .                                                            00003673
       9100-AUDIT-CHAIN-PARA-EXIT.                                      00003674
           EXIT                                                         00003675
           .                                                            00003676

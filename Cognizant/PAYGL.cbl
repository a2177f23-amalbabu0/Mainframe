      *    GROSS PAID OUTSIDE THE SNAPSHOT, AND CREDITS EACH            00000090
      *    WITHHOLDING CODE'S LIABILITY ACCOUNT AND THE NET-PAY         00000100
      *    CLEARING ACCOUNT FROM PAYNET'S GLDEDFL TOTALS FILE.          00000110
      *    EACH OF PAYNET'S EMPLOYER-COST RECORDS (ONE PER COST         00000111
      *    CODE AND DEPARTMENT) POSTS AS A BALANCED PAIR - DEBIT        00000112
      *    THE DEPARTMENT'S EMPLOYER-COST EXPENSE, CREDIT THE COST      00000113
      *    CODE'S LIABILITY - AND THE PAIRS MUST ADD UP TO PAYNET'S     00000114
      *    'ERC ' CONTROL TOTAL.                                        00000115
      *    LVACCR'S LEAVE ACCRUAL JOURNAL (LVGLFL, DLLVGL LAYOUT)       00000116
      *    POSTS THE SAME WAY - AN ACCRUAL DEBITS THE DEPARTMENT'S      00000117
      *    LEAVE EXPENSE AND CREDITS THE LEAVE TYPE'S LIABILITY, A      00000118
      *    RELEASE REVERSES THE PAIR - AND MUST ADD UP TO LVACCR'S      00000119
      *    CONTROL RECORD.                                              00000120
      *    AN EMPLOYEE ON THE LABOR DISTRIBUTION MASTER (LABDIST,       00000121
      *    DLLDIST LAYOUT) HAS THE SALARY EXPENSE SPREAD ACROSS         00000122
      *    THE DISTRIBUTION'S DEPARTMENTS BY PERCENTAGE, THE            00000123
      *    ROUNDING PENNIES TO THE PRIMARY DEPARTMENT.  PAYNET'S        00000124
      *    EMPLOYER COST ARRIVES BY MASTER DEPARTMENT, SO EACH          00000125
      *    DEPARTMENT'S EMPLOYER-COST EXPENSE IS SPREAD IN THE SAME     00000126
      *    PROPORTION AS THAT DEPARTMENT'S SALARY WAS, THE PENNIES      00000127
      *    TO THE LARGEST SHARE; THE LIABILITY CREDIT IS UNCHANGED.     00000128
      *    A SNAPSHOT EMPLOYEE COUNTS TOWARD SALARY EXPENSE ONLY        00000129
      *    WHEN PAYNET PAID THEM - THEIR GROUP'S PAY DATE ON THE PAY    00000130
      *    CALENDAR (PAYPRD, BUILT BY PAYSCHD) IS TONIGHT, THE GROUP    00000131
      *    IS NOT ON THE CALENDAR, OR THERE IS NO CALENDAR.             00000132
      *    WHEN EMPTRN REORGANIZED A DEPARTMENT THIS CYCLE              00000133
      *    (REORGLOG) THE REPORT CLOSES WITH EACH OLD CODE AND ITS      00000134
      *    DEPT ACCOUNT AGAINST THE NEW CODE AND ITS ACCOUNT, AND       00000135
      *    THE SALARY EXPENSE OF THE MOVED EMPLOYEES NOW DEBITED TO     00000136
      *    THE NEW DEPARTMENT.                                          00000137
      *    ACCOUNT NUMBERS COME FROM THE GLMAPCTL CARD DECK:            00000138
      *      COL 1-4   KIND - DEPT, DED, NET, EARN, ERX (EMPLOYER       00000139
      *                COST EXPENSE), ERL (EMPLOYER COST                00000140
      *                LIABILITY), LVX (LEAVE EXPENSE) OR LVL           00000141
      *                (LEAVE LIABILITY)                                00000142
      *      COL 6-9   KEY  - DEPARTMENT (DEPT, ERX, LVX),              00000143
      *                DEDUCTION OR EMPLOYER COST CODE (DED, ERL)       00000144
      *                OR LEAVE TYPE (LVL); BLANK IS THE FALLBACK       00000145
      *                ACCOUNT FOR THE KIND                             00000146
      *      COL 11-18 GL ACCOUNT NUMBER                                00000160
      *    THE JOURNAL IS HELD IN STORAGE AND RELEASED TO GLFILE        00000170
      *    ONLY AFTER DEBITS PROVE EQUAL TO CREDITS; AN OUT-OF-         00000180
           ACCESS IS SEQUENTIAL                                         00000370
           FILE STATUS IS WS-FST-MAPCTL                                 00000380
           .                                                            00000390
           SELECT OPTIONAL LVGL-PS ASSIGN TO LVGLFL                     00000391
           ORGANIZATION IS SEQUENTIAL                                   00000392
           ACCESS IS SEQUENTIAL                                         00000393
           FILE STATUS IS WS-FST-LVGL                                   00000394
           .                                                            00000395
           SELECT LD-PS ASSIGN TO LABDIST                               00000396
           ORGANIZATION IS INDEXED                                      00000397
           ACCESS IS RANDOM                                             00000398
           RECORD KEY IS DL-LD-EMPID                                    00000399
           FILE STATUS IS WS-FST-LD                                     00000400
           .                                                            00000401
           SELECT OPTIONAL PRD-PS ASSIGN TO PAYPRD                      00000402
           ORGANIZATION IS SEQUENTIAL                                   00000403
           ACCESS IS SEQUENTIAL                                         00000404
           FILE STATUS IS WS-FST-PRD                                    00000405
           .                                                            00000406
           SELECT OPTIONAL RORG-PS ASSIGN TO REORGLOG                   00000407
           ORGANIZATION IS SEQUENTIAL                                   00000408
           ACCESS IS SEQUENTIAL                                         00000409
           FILE STATUS IS WS-FST-RORG                                   00000410
           .                                                            00000411
           SELECT GL-PS ASSIGN TO GLFILE                                00000412
           ORGANIZATION IS SEQUENTIAL                                   00000413
           ACCESS IS SEQUENTIAL                                         00000420
           FILE STATUS IS WS-FST-GL                                     00000430
           .                                                            00000440
         05 GLD-TYPE            PIC X(01).                              00000800
         05 F                   PIC X(01).                              00000810
         05 GLD-AMT             PIC 9(11)V9(02).                        00000820
         05 F                   PIC X(01).                              00000821
         05 GLD-DEPT            PIC X(04).                              00000822
         05 F                   PIC X(55).                              00000823
       FD MAPCTL-PS                                                     00000840
           RECORD CONTAINS 80 CHARACTERS.                               00000850
       01 MAPCTL-REC.                                                   00000860
         05 F                   PIC X(01).                              00000900
         05 MAP-ACCT            PIC X(08).                              00000910
         05 F                   PIC X(61).                              00000920
       FD LVGL-PS                                                       00000921
           RECORD CONTAINS 80 CHARACTERS.                               00000922
           COPY DLLVGL.                                                 00000923
       FD LD-PS                                                         00000924
           RECORD CONTAINS 80 CHARACTERS.                               00000925
           COPY DLLDIST.                                                00000926
       FD PRD-PS                                                        00000927
           RECORD CONTAINS 80 CHARACTERS.                               00000928
           COPY DLPAYPRD.                                               00000929
       FD RORG-PS                                                       00000930
           RECORD CONTAINS 80 CHARACTERS.                               00000931
           COPY DLREORG.                                                00000932
       FD GL-PS                                                         00000933
           RECORD CONTAINS 80 CHARACTERS.                               00000940
       01 GL-REC.                                                       00000950
         05 JR-ACCT             PIC X(08).                              00000960
           RECORD CONTAINS 132 CHARACTERS.                              00001070
       01 RPT-REC                PIC X(132).                            00001080
       FD AUDIT-PS                                                      00001090
           RECORD CONTAINS 100 CHARACTERS.                              00001100
           COPY DLAUDIT.                                                00001110
       WORKING-STORAGE SECTION.                                         00001120
       01 WS-VARS.                                                      00001130
         05 WS-FST-MAPCTL PIC 9(02).                                    00001200
           88 C05-MAPCTL-SUCCESS VALUE 00 05.                           00001210
           88 C05-MAPCTL-EOF     VALUE 10.                              00001220
         05 WS-FST-LVGL  PIC 9(02).                                     00001221
           88 C05-LVGL-SUCCESS  VALUE 00 05.                            00001222
           88 C05-LVGL-EOF      VALUE 10.                               00001223
         05 WS-FST-LD    PIC 9(02).                                     00001224
           88 C05-LD-SUCCESS    VALUE 00.                               00001225
           88 C05-LD-NOTFND     VALUE 23.                               00001226
         05 WS-LD-OPEN-SW PIC X(01) VALUE 'N'.                          00001227
           88 WS-LD-IS-OPEN     VALUE 'Y'.                              00001228
         05 WS-FST-GL    PIC 9(02).                                     00001230
           88 C05-GL-SUCCESS    VALUE 00.                               00001240
         05 WS-FST-RPT   PIC 9(02).                                     00001250
           10 DPT-SUM          PIC 9(11)V9(02).                         00001580
         05 WS-DEPT-FOUND-SW   PIC X(01).                               00001590
           88 WS-DEPT-FOUND    VALUE 'Y'.                               00001600
         05 WS-TALLY-DEPT      PIC X(04).                               00001601
         05 WS-TALLY-AMT       PIC 9(07)V9(02).                         00001602
      *-----------------------------------------------------------      00001603
      *    LABOR DISTRIBUTION.  THE SPREAD TABLE HOLDS, FOR EACH        00001604
      *    MASTER DEPARTMENT, THE SALARY CHARGED TO EACH DEPARTMENT     00001605
      *    IT WAS SPREAD TO (ITSELF INCLUDED) - THE PROPORTIONS THE     00001606
      *    EMPLOYER COST FOLLOWS.                                       00001607
      *-----------------------------------------------------------      00001608
         05 WS-LD-CT           PIC 9(06) VALUE ZEROES.                  00001609
         05 WS-LD-SUB          PIC 9(01).                               00001610
         05 WS-LD-SHARE        PIC 9(07)V9(02).                         00001611
         05 WS-LD-SPREAD       PIC 9(07)V9(02).                         00001612
         05 WS-LDX-CT          PIC 9(03) VALUE ZEROES.                  00001613
         05 WS-LDX-TBL OCCURS 300 TIMES INDEXED BY LDX-IDX.             00001614
           10 LX-HOME          PIC X(04).                               00001615
           10 LX-DEPT          PIC X(04).                               00001616
           10 LX-AMT           PIC 9(11)V9(02).                         00001617
         05 WS-LDX-FOUND-SW    PIC X(01).                               00001618
           88 WS-LDX-FOUND     VALUE 'Y'.                               00001619
         05 WS-LDX-FULL-SW     PIC X(01) VALUE 'N'.                     00001620
           88 WS-LDX-FULL      VALUE 'Y'.                               00001621
         05 WS-ER-SPLIT-SW     PIC X(01).                               00001622
           88 WS-ER-SPLIT      VALUE 'Y'.                               00001623
         05 WS-ER-BASE         PIC 9(11)V9(02).                         00001624
         05 WS-ER-TGT-CT       PIC 9(03).                               00001625
         05 WS-ER-DEPT         PIC X(04).                               00001626
         05 WS-ER-SHARE        PIC 9(11)V9(02).                         00001627
         05 WS-ER-SPREAD       PIC 9(11)V9(02).                         00001628
         05 WS-ER-REST         PIC S9(11)V9(02).                        00001629
         05 WS-ER-BIG-AMT      PIC 9(11)V9(02).                         00001630
         05 WS-ER-BIG-JRN      PIC 9(04).                               00001631
      *-----------------------------------------------------------      00001632
      *    PAY CALENDAR - EACH GROUP ON IT, AND WHETHER TONIGHT IS      00001633
      *    ITS PAY DATE.                                                00001634
      *-----------------------------------------------------------      00001635
         05 WS-FST-PRD   PIC 9(02).                                     00001636
           88 C05-PRD-SUCCESS   VALUE 00 05.                            00001637
           88 C05-PRD-EOF       VALUE 10.                               00001638
         05 WS-RUN-DASH        PIC X(10).                               00001639
         05 WS-PG-CT           PIC 9(02) VALUE ZEROES.                  00001640
         05 WS-PG-TBL OCCURS 20 TIMES INDEXED BY PG-IDX.                00001641
           10 PG-GROUP         PIC X(02).                               00001642
           10 PG-PAID-SW       PIC X(01).                               00001643
             88 PG-PAID        VALUE 'Y'.                               00001644
         05 WS-PG-HOLD         PIC 9(02).                               00001645
         05 WS-PG-FOUND-SW     PIC X(01).                               00001646
           88 WS-PG-FOUND      VALUE 'Y'.                               00001647
         05 WS-PG-GROUP        PIC X(02).                               00001648
         05 WS-PG-PAY-SW       PIC X(01).                               00001649
           88 WS-PG-PAY-TONIGHT VALUE 'Y'.                              00001650
         05 WS-OFFCAL-CT       PIC 9(06) VALUE ZEROES.                  00001651
         05 WS-SNAP-SUM        PIC 9(11)V9(02) VALUE ZEROES.            00001652
         05 WS-GRS-TOT         PIC 9(11)V9(02) VALUE ZEROES.            00001653
         05 WS-NET-TOT         PIC 9(11)V9(02) VALUE ZEROES.            00001654
         05 WS-EARN-ADJ        PIC S9(12)V9(02) VALUE ZEROES.           00001655
         05 WS-ER-POSTED       PIC 9(11)V9(02) VALUE ZEROES.            00001656
         05 WS-ERC-TOT         PIC 9(11)V9(02) VALUE ZEROES.            00001657
         05 WS-ERC-SW          PIC X(01) VALUE 'N'.                     00001658
           88 WS-ERC-SEEN      VALUE 'Y'.                               00001659
         05 WS-LV-POSTED       PIC 9(11)V9(02) VALUE ZEROES.            00001660
         05 WS-LVC-TOT         PIC 9(11)V9(02) VALUE ZEROES.            00001661
         05 WS-LVC-SW          PIC X(01) VALUE 'N'.                     00001662
           88 WS-LVC-SEEN      VALUE 'Y'.                               00001663
      *-----------------------------------------------------------      00001664
      *    THE JOURNAL, HELD UNTIL THE DEBIT/CREDIT PROOF PASSES.       00001665
      *-----------------------------------------------------------      00001670
         05 WS-JRN-CT          PIC 9(04) VALUE ZEROES.                  00001671
         05 WS-JRN-TBL OCCURS 1000 TIMES INDEXED BY JRN-IDX.            00001672
           10 JT-ACCT          PIC X(08).                               00001700
           10 JT-DRCR          PIC X(02).                               00001710
           10 JT-AMT           PIC 9(11)V9(02).                         00001720
         05 WS-CR-TOT          PIC 9(13)V9(02) VALUE ZEROES.            00001750
         05 WS-AMT-ED          PIC ZZ,ZZZ,ZZZ,ZZ9.99.                   00001760
         05 WS-CT-ED           PIC ZZZZZ9.                              00001770
      *-----------------------------------------------------------      00001771
      *    DEPARTMENT REORGANIZATIONS FROM REORGLOG - EVERY MOVED       00001772
      *    EMPLOYEE WITH ITS OLD/NEW PAIR, AND PER PAIR THE MOVED       00001773
      *    EMPLOYEES PAID TONIGHT AND THEIR SALARY EXPENSE.             00001774
      *-----------------------------------------------------------      00001775
         05 WS-FST-RORG   PIC 9(02).                                    00001776
           88 C05-RORG-SUCCESS  VALUE 00 05.                            00001777
           88 C05-RORG-EOF      VALUE 10.                               00001778
         05 WS-RO-CT           PIC 9(04) VALUE ZEROES.                  00001779
         05 WS-RO-TBL OCCURS 1000 TIMES INDEXED BY RO-IDX.              00001780
           10 RO-EMPID         PIC X(05).                               00001781
           10 RO-PAIR          PIC 9(02).                               00001782
         05 WS-RO-FOUND-SW     PIC X(01).                               00001783
           88 WS-RO-FOUND      VALUE 'Y'.                               00001784
         05 WS-RP-CT           PIC 9(02) VALUE ZEROES.                  00001785
         05 WS-RP-TBL OCCURS 20 TIMES INDEXED BY RP-IDX.                00001786
           10 RP-FROM          PIC X(04).                               00001787
           10 RP-TO            PIC X(04).                               00001788
           10 RP-EMPTIED       PIC X(01).                               00001789
           10 RP-CT            PIC 9(05).                               00001790
           10 RP-SUM           PIC 9(11)V9(02).                         00001791
         05 WS-RP-SUB          PIC 9(02).                               00001792
         05 WS-RP-FROM-ACCT    PIC X(08).                               00001793
         05 WS-RUNC-PARMS.                                              00001794
           10 WS-RUNC-FUNC   PIC X(03).                                 00001795
           10 WS-RUNC-PGM    PIC X(08).                                 00001800
           10 WS-RUNC-DATE   PIC X(10).                                 00001810
           10 WS-RUNC-RESULT PIC X(01).                                 00001820
       COPY DLCHAIN.                                                    00001821
       LINKAGE SECTION.                                                 00001830
       01 LK-PARM-REC.                                                  00001840
           05 LK-RUN-DATE    PIC X(10).                                 00001850
              THRU 1100-RUNCTL-CHECK-PARA-EXIT                          00002040
           PERFORM 1300-MAPCTL-LOAD-PARA                                00002050
              THRU 1300-MAPCTL-LOAD-PARA-EXIT                           00002060
           IF WS-RUN-DATE(5:1) = '-'                                    00002061
             MOVE WS-RUN-DATE TO WS-RUN-DASH                            00002062
           ELSE                                                         00002063
             MOVE SPACES           TO WS-RUN-DASH                       00002064
             STRING WS-RUN-DATE(1:4) '-' WS-RUN-DATE(5:2) '-'           00002065
                    WS-RUN-DATE(7:2) DELIMITED BY SIZE                  00002066
                    INTO WS-RUN-DASH                                    00002067
             END-STRING                                                 00002068
           END-IF                                                       00002069
           PERFORM 1700-PRD-LOAD-PARA                                   00002070
              THRU 1700-PRD-LOAD-PARA-EXIT                              00002071
           PERFORM 1800-REORG-LOAD-PARA                                 00002072
              THRU 1800-REORG-LOAD-PARA-EXIT                            00002073
           .                                                            00002074
       1000-INIT-PARA-EXIT.                                             00002080
           EXIT                                                         00002090
           .                                                            00002100
       1310-MAPCTL-READ-PARA-EXIT.                                      00002850
           EXIT                                                         00002860
           .                                                            00002870
      *-----------------------------------------------------------      00002871
      *    LOAD THE PAY CALENDAR: EVERY GROUP ON IT, FLAGGING THE       00002872
      *    GROUPS WHOSE PAY DATE IS TONIGHT.                            00002873
      *-----------------------------------------------------------      00002874
       1700-PRD-LOAD-PARA.                                              00002875
           OPEN INPUT PRD-PS                                            00002876
           EVALUATE TRUE                                                00002877
           WHEN C05-PRD-SUCCESS                                         00002878
             PERFORM 1710-PRD-READ-PARA                                 00002879
                THRU 1710-PRD-READ-PARA-EXIT                            00002880
                UNTIL C05-PRD-EOF                                       00002881
             CLOSE PRD-PS                                               00002882
           WHEN OTHER                                                   00002883
             DISPLAY 'PAYPRD NOT AVAILABLE - EVERY GROUP POSTED'        00002884
           END-EVALUATE                                                 00002885
           .                                                            00002886
       1700-PRD-LOAD-PARA-EXIT.                                         00002887
           EXIT                                                         00002888
           .                                                            00002889
       1710-PRD-READ-PARA.                                              00002890
           READ PRD-PS                                                  00002891
           EVALUATE TRUE                                                00002892
           WHEN C05-PRD-SUCCESS                                         00002893
             MOVE DL-PP-GROUP TO WS-PG-GROUP                            00002894
             PERFORM 1720-PRD-FIND-PARA                                 00002895
                THRU 1720-PRD-FIND-PARA-EXIT                            00002896
             IF WS-PG-FOUND AND DL-PP-PAY-DATE = WS-RUN-DASH            00002897
               MOVE 'Y' TO PG-PAID-SW(WS-PG-HOLD)                       00002898
             END-IF                                                     00002899
           WHEN C05-PRD-EOF                                             00002900
             CONTINUE                                                   00002901
           WHEN OTHER                                                   00002902
             DISPLAY 'PAYPRD READ FAILED ' WS-FST-PRD                   00002903
             MOVE 0008 TO WS-RETURN-CD                                  00002904
             MOVE 10 TO WS-FST-PRD                                      00002905
           END-EVALUATE                                                 00002906
           .                                                            00002907
       1710-PRD-READ-PARA-EXIT.                                         00002908
           EXIT                                                         00002909
           .                                                            00002910
       1720-PRD-FIND-PARA.                                              00002911
           MOVE 'N' TO WS-PG-FOUND-SW                                   00002912
           PERFORM 1725-PRD-SCAN-PARA                                   00002913
              THRU 1725-PRD-SCAN-PARA-EXIT                              00002914
              VARYING PG-IDX FROM 1 BY 1                                00002915
              UNTIL PG-IDX > WS-PG-CT OR WS-PG-FOUND                    00002916
           IF NOT WS-PG-FOUND AND WS-PG-CT < 20                         00002917
             ADD 1 TO WS-PG-CT                                          00002918
             MOVE WS-PG-CT    TO WS-PG-HOLD                             00002919
             MOVE WS-PG-GROUP TO PG-GROUP(WS-PG-HOLD)                   00002920
             MOVE 'N'         TO PG-PAID-SW(WS-PG-HOLD)                 00002921
             MOVE 'Y'         TO WS-PG-FOUND-SW                         00002922
           END-IF                                                       00002923
           .                                                            00002924
       1720-PRD-FIND-PARA-EXIT.                                         00002925
           EXIT                                                         00002926
           .                                                            00002927
       1725-PRD-SCAN-PARA.                                              00002928
           IF PG-GROUP(PG-IDX) = WS-PG-GROUP                            00002929
             MOVE 'Y' TO WS-PG-FOUND-SW                                 00002930
             SET WS-PG-HOLD TO PG-IDX                                   00002931
           END-IF                                                       00002932
           .                                                            00002933
       1725-PRD-SCAN-PARA-EXIT.                                         00002934
           EXIT                                                         00002935
           .                                                            00002936
      *-----------------------------------------------------------      00002937
      *    LOAD THE REORGANIZATION LOG - NONE MEANS NO DEPARTMENT       00002938
      *    WAS REORGANIZED THIS CYCLE.                                  00002939
      *-----------------------------------------------------------      00002940
       1800-REORG-LOAD-PARA.                                            00002941
           OPEN INPUT RORG-PS                                           00002942
           EVALUATE TRUE                                                00002943
           WHEN C05-RORG-SUCCESS                                        00002944
             PERFORM 1810-REORG-READ-PARA                               00002945
                THRU 1810-REORG-READ-PARA-EXIT                          00002946
                UNTIL C05-RORG-EOF                                      00002947
             CLOSE RORG-PS                                              00002948
           WHEN OTHER                                                   00002949
             DISPLAY 'REORGLOG NOT AVAILABLE - NO REORGANIZATIONS'      00002950
           END-EVALUATE                                                 00002951
           .                                                            00002952
       1800-REORG-LOAD-PARA-EXIT.                                       00002953
           EXIT                                                         00002954
           .                                                            00002955
       1810-REORG-READ-PARA.                                            00002956
           READ RORG-PS                                                 00002957
           EVALUATE TRUE                                                00002958
           WHEN C05-RORG-SUCCESS                                        00002959
             CONTINUE                                                   00002960
           WHEN C05-RORG-EOF                                            00002961
             GO TO 1810-REORG-READ-PARA-EXIT                            00002962
           WHEN OTHER                                                   00002963
             DISPLAY 'REORGLOG READ FAILED ' WS-FST-RORG                00002964
             MOVE 10 TO WS-FST-RORG                                     00002965
             GO TO 1810-REORG-READ-PARA-EXIT                            00002966
           END-EVALUATE                                                 00002967
           MOVE 0 TO WS-RP-SUB                                          00002968
           PERFORM 1820-RP-SCAN-PARA                                    00002969
              THRU 1820-RP-SCAN-PARA-EXIT                               00002970
              VARYING RP-IDX FROM 1 BY 1                                00002971
              UNTIL RP-IDX > WS-RP-CT OR WS-RP-SUB > 0                  00002972
           IF WS-RP-SUB = 0                                             00002973
             IF WS-RP-CT < 20                                           00002974
               ADD 1 TO WS-RP-CT                                        00002975
               MOVE WS-RP-CT     TO WS-RP-SUB                           00002976
               MOVE DL-RORG-FROM TO RP-FROM(WS-RP-SUB)                  00002977
               MOVE DL-RORG-TO   TO RP-TO(WS-RP-SUB)                    00002978
               MOVE 'N'          TO RP-EMPTIED(WS-RP-SUB)               00002979
               MOVE ZEROES       TO RP-CT(WS-RP-SUB) RP-SUM(WS-RP-SUB)  00002980
             ELSE                                                       00002981
               DISPLAY 'REORG PAIR TABLE FULL - ' DL-RORG-FROM          00002982
                       ' TO ' DL-RORG-TO ' NOT REPORTED'                00002983
               GO TO 1810-REORG-READ-PARA-EXIT                          00002984
             END-IF                                                     00002985
           END-IF                                                       00002986
           EVALUATE TRUE                                                00002987
           WHEN DL-RORG-IS-MOVE                                         00002988
             IF WS-RO-CT < 1000                                         00002989
               ADD 1 TO WS-RO-CT                                        00002990
               MOVE DL-RORG-EMPID TO RO-EMPID(WS-RO-CT)                 00002991
               MOVE WS-RP-SUB     TO RO-PAIR(WS-RO-CT)                  00002992
             END-IF                                                     00002993
           WHEN DL-RORG-IS-SUMM                                         00002994
             MOVE DL-RORG-EMPTIED TO RP-EMPTIED(WS-RP-SUB)              00002995
           END-EVALUATE                                                 00002996
           .                                                            00002997
       1810-REORG-READ-PARA-EXIT.                                       00002998
           EXIT                                                         00002999
           .                                                            00003000
       1820-RP-SCAN-PARA.                                               00003001
           IF RP-FROM(RP-IDX) = DL-RORG-FROM AND                        00003002
              RP-TO(RP-IDX)   = DL-RORG-TO                              00003003
             SET WS-RP-SUB TO RP-IDX                                    00003004
           END-IF                                                       00003005
           .                                                            00003006
       1820-RP-SCAN-PARA-EXIT.                                          00003007
           EXIT                                                         00003008
           .                                                            00003009
       3000-PROC-PARA.                                                  00003010
           PERFORM 3100-OPEN-PARA                                       00003011
              THRU 3100-OPEN-PARA-EXIT                                  00003012
           PERFORM 3200-SNAP-READ-PARA                                  00003013
              THRU 3200-SNAP-READ-PARA-EXIT                             00003014
              UNTIL C05-TO001-EOF                                       00003015
           PERFORM 3300-GLDED-READ-PARA                                 00003016
              THRU 3300-GLDED-READ-PARA-EXIT                            00003017
              UNTIL C05-GLDED-EOF                                       00003018
           PERFORM 3350-LVGL-LOAD-PARA                                  00003019
              THRU 3350-LVGL-LOAD-PARA-EXIT                             00003020
           PERFORM 3400-BUILD-DEBITS-PARA                               00003021
              THRU 3400-BUILD-DEBITS-PARA-EXIT                          00003022
           PERFORM 3600-BALANCE-PARA                                    00003023
              THRU 3600-BALANCE-PARA-EXIT                               00003024
           IF WS-RP-CT > 0                                              00003025
             PERFORM 3650-RO-RPT-PARA                                   00003026
                THRU 3650-RO-RPT-PARA-EXIT                              00003027
           END-IF                                                       00003028
           PERFORM 3900-CLOSE-PARA                                      00003029
              THRU 3900-CLOSE-PARA-EXIT                                 00003030
           IF WS-RETURN-CD < 8                                          00003031
             PERFORM 1200-RUNCTL-MARK-PARA                              00003040
                THRU 1200-RUNCTL-MARK-PARA-EXIT                         00003050
           END-IF                                                       00003060
             MOVE 0008 TO WS-RETURN-CD                                  00003340
             PERFORM 9000-TERM-PARA                                     00003350
           END-EVALUATE                                                 00003360
      *    NO LABOR DISTRIBUTION MASTER CHARGES EVERY EMPLOYEE TO       00003361
      *    THE MASTER DEPARTMENT, AS BEFORE.                            00003362
           OPEN INPUT LD-PS                                             00003363
           EVALUATE TRUE                                                00003380
           WHEN C05-LD-SUCCESS                                          00003381
             DISPLAY 'LD-PS OPENED'                                     00003382
             SET WS-LD-IS-OPEN TO TRUE                                  00003383
           WHEN OTHER                                                   00003384
             DISPLAY 'LABDIST NOT AVAILABLE - NO LABOR DISTRIBUTION '   00003385
                     WS-FST-LD                                          00003386
           END-EVALUATE                                                 00003387
           OPEN OUTPUT GL-PS                                            00003388
           EVALUATE TRUE                                                00003389
           WHEN C05-GL-SUCCESS                                          00003390
             DISPLAY 'GL-PS OPENED'                                     00003400
           WHEN OTHER                                                   00003410
               CONTINUE                                                 00003770
             WHEN OTHER                                                 00003780
               ADD 1 TO WS-READ-CT                                      00003790
               MOVE TO001-EMPGROUP TO WS-PG-GROUP                       00003791
               PERFORM 3250-GROUP-PAID-PARA                             00003792
                  THRU 3250-GROUP-PAID-PARA-EXIT                        00003793
               IF WS-PG-PAY-TONIGHT                                     00003794
                 MOVE TO001-NEMPSALARY TO WS-SALARY-NUM                 00003795
                 ADD WS-SALARY-NUM TO WS-SNAP-SUM                       00003796
                 PERFORM 3230-LD-SPREAD-PARA                            00003797
                    THRU 3230-LD-SPREAD-PARA-EXIT                       00003798
                 IF WS-RO-CT > 0                                        00003799
                   PERFORM 3260-RO-TALLY-PARA                           00003800
                      THRU 3260-RO-TALLY-PARA-EXIT                      00003801
                 END-IF                                                 00003802
               ELSE                                                     00003803
                 ADD 1 TO WS-OFFCAL-CT                                  00003804
               END-IF                                                   00003805
             END-EVALUATE                                               00003840
           WHEN C05-TO001-EOF                                           00003850
             DISPLAY 'SNAPSHOT EMPLOYEES READ: ' WS-READ-CT             00003860
             DISPLAY 'NOT PAY DATE - NOT POSTED: ' WS-OFFCAL-CT         00003861
             DISPLAY 'LABOR-DISTRIBUTED EMPLOYEES: ' WS-LD-CT           00003862
           WHEN OTHER                                                   00003870
             DISPLAY 'TO001-PS READ FAILED ' WS-FST-TO001               00003880
             MOVE 0008 TO WS-RETURN-CD                                  00003890
       3200-SNAP-READ-PARA-EXIT.                                        00003930
           EXIT                                                         00003940
           .                                                            00003950
      *-----------------------------------------------------------      00003951
      *    WAS THE GROUP IN WS-PG-GROUP PAID TONIGHT?  A GROUP NOT      00003952
      *    ON THE CALENDAR IS PAID EVERY NIGHT.                         00003953
      *-----------------------------------------------------------      00003954
       3250-GROUP-PAID-PARA.                                            00003955
           MOVE 'Y' TO WS-PG-PAY-SW                                     00003956
           MOVE 'N' TO WS-PG-FOUND-SW                                   00003957
           PERFORM 1725-PRD-SCAN-PARA                                   00003958
              THRU 1725-PRD-SCAN-PARA-EXIT                              00003959
              VARYING PG-IDX FROM 1 BY 1                                00003960
              UNTIL PG-IDX > WS-PG-CT OR WS-PG-FOUND                    00003961
           IF WS-PG-FOUND AND NOT PG-PAID(WS-PG-HOLD)                   00003962
             MOVE 'N' TO WS-PG-PAY-SW                                   00003963
           END-IF                                                       00003964
           .                                                            00003965
       3250-GROUP-PAID-PARA-EXIT.                                       00003966
           EXIT                                                         00003967
           .                                                            00003968
      *-----------------------------------------------------------      00003969
      *    A PAID EMPLOYEE MOVED BY A REORGANIZATION - COUNT THEM       00003970
      *    AND THEIR SALARY EXPENSE UNDER THAT PAIR.                    00003971
      *-----------------------------------------------------------      00003972
       3260-RO-TALLY-PARA.                                              00003973
           MOVE 'N' TO WS-RO-FOUND-SW                                   00003974
           PERFORM 3261-RO-SCAN-PARA                                    00003975
              THRU 3261-RO-SCAN-PARA-EXIT                               00003976
              VARYING RO-IDX FROM 1 BY 1                                00003977
              UNTIL RO-IDX > WS-RO-CT OR WS-RO-FOUND                    00003978
           .                                                            00003979
       3260-RO-TALLY-PARA-EXIT.                                         00003980
           EXIT                                                         00003981
           .                                                            00003982
       3261-RO-SCAN-PARA.                                               00003983
           IF RO-EMPID(RO-IDX) = TO001-NEMPID(2:5)                      00003984
             MOVE RO-PAIR(RO-IDX) TO WS-RP-SUB                          00003985
             ADD 1             TO RP-CT(WS-RP-SUB)                      00003986
             ADD WS-SALARY-NUM TO RP-SUM(WS-RP-SUB)                     00003987
             MOVE 'Y' TO WS-RO-FOUND-SW                                 00003988
           END-IF                                                       00003989
           .                                                            00003990
       3261-RO-SCAN-PARA-EXIT.                                          00003991
           EXIT                                                         00003992
           .                                                            00003993
       3210-DEPT-TALLY-PARA.                                            00003994
           MOVE 'N' TO WS-DEPT-FOUND-SW                                 00003995
           PERFORM 3220-DEPT-FIND-PARA                                  00003996
              THRU 3220-DEPT-FIND-PARA-EXIT                             00003997
              VARYING DEP-IDX FROM 1 BY 1                               00004000
              UNTIL DEP-IDX > WS-DEPT-CT OR WS-DEPT-FOUND               00004010
           IF NOT WS-DEPT-FOUND                                         00004020
             IF WS-DEPT-CT < 50                                         00004030
               ADD 1 TO WS-DEPT-CT                                      00004040
               MOVE WS-TALLY-DEPT TO DPT-DEPT(WS-DEPT-CT)               00004041
               MOVE WS-TALLY-AMT  TO DPT-SUM(WS-DEPT-CT)                00004042
             ELSE                                                       00004070
               DISPLAY 'DEPARTMENT TABLE FULL - RUN CANNOT BALANCE'     00004080
               MOVE 0008 TO WS-RETURN-CD                                00004090
           EXIT                                                         00004140
           .                                                            00004150
       3220-DEPT-FIND-PARA.                                             00004160
           IF DPT-DEPT(DEP-IDX) = WS-TALLY-DEPT                         00004161
             ADD WS-TALLY-AMT TO DPT-SUM(DEP-IDX)                       00004162
             MOVE 'Y' TO WS-DEPT-FOUND-SW                               00004190
           END-IF                                                       00004200
           .                                                            00004210
       3220-DEPT-FIND-PARA-EXIT.                                        00004220
           EXIT                                                         00004230
           .                                                            00004240
      *-----------------------------------------------------------      00004241
      *    ONE SNAPSHOT EMPLOYEE'S SALARY TO THE DEPARTMENT TABLE -     00004242
      *    WHOLE TO THE MASTER DEPARTMENT, OR BY THE EMPLOYEE'S         00004243
      *    LABOR DISTRIBUTION ONCE IT IS IN EFFECT.  THE SECONDARY      00004244
      *    SHARES ARE ROUNDED AND THE PRIMARY TAKES WHAT IS LEFT,       00004245
      *    SO THE SHARES ALWAYS ADD BACK TO THE SALARY.                 00004246
      *-----------------------------------------------------------      00004247
       3230-LD-SPREAD-PARA.                                             00004248
           IF WS-LD-IS-OPEN                                             00004249
             MOVE TO001-NEMPID(2:5) TO DL-LD-EMPID                      00004250
             READ LD-PS                                                 00004251
             EVALUATE TRUE                                              00004252
             WHEN C05-LD-SUCCESS                                        00004253
               IF DL-LD-EFFDATE NOT > WS-RUN-DATE                       00004254
                 ADD 1 TO WS-LD-CT                                      00004255
                 MOVE ZEROES TO WS-LD-SPREAD                            00004256
                 PERFORM 3235-LD-SHARE-PARA                             00004257
                    THRU 3235-LD-SHARE-PARA-EXIT                        00004258
                    VARYING WS-LD-SUB FROM 2 BY 1                       00004259
                    UNTIL WS-LD-SUB > 4                                 00004260
                 MOVE DL-LD-DEPT(1) TO WS-TALLY-DEPT                    00004261
                 COMPUTE WS-TALLY-AMT = WS-SALARY-NUM - WS-LD-SPREAD    00004262
                 PERFORM 3240-LD-POST-PARA                              00004263
                    THRU 3240-LD-POST-PARA-EXIT                         00004264
                 GO TO 3230-LD-SPREAD-PARA-EXIT                         00004265
               END-IF                                                   00004266
             WHEN C05-LD-NOTFND                                         00004267
               CONTINUE                                                 00004268
             WHEN OTHER                                                 00004269
               DISPLAY 'LD-PS READ FAILED ' WS-FST-LD ' FOR '           00004270
                       TO001-NEMPID ' - MASTER DEPARTMENT CHARGED'      00004271
               IF WS-RETURN-CD = 0                                      00004272
                 MOVE 0004 TO WS-RETURN-CD                              00004273
               END-IF                                                   00004274
             END-EVALUATE                                               00004275
           END-IF                                                       00004276
           MOVE TO001-EMPDEPT TO WS-TALLY-DEPT                          00004277
           MOVE WS-SALARY-NUM TO WS-TALLY-AMT                           00004278
           PERFORM 3240-LD-POST-PARA                                    00004279
              THRU 3240-LD-POST-PARA-EXIT                               00004280
           .                                                            00004281
       3230-LD-SPREAD-PARA-EXIT.                                        00004282
           EXIT                                                         00004283
           .                                                            00004284
       3235-LD-SHARE-PARA.                                              00004285
           IF DL-LD-DEPT(WS-LD-SUB) > SPACES                            00004286
             COMPUTE WS-LD-SHARE ROUNDED =                              00004287
                 WS-SALARY-NUM * DL-LD-PCT(WS-LD-SUB) / 100             00004288
             ADD WS-LD-SHARE TO WS-LD-SPREAD                            00004289
             MOVE DL-LD-DEPT(WS-LD-SUB) TO WS-TALLY-DEPT                00004290
             MOVE WS-LD-SHARE           TO WS-TALLY-AMT                 00004291
             PERFORM 3240-LD-POST-PARA                                  00004292
                THRU 3240-LD-POST-PARA-EXIT                             00004293
           END-IF                                                       00004294
           .                                                            00004295
       3235-LD-SHARE-PARA-EXIT.                                         00004296
           EXIT                                                         00004297
           .                                                            00004298
      *-----------------------------------------------------------      00004299
      *    POST ONE SHARE - TO THE DEPARTMENT'S SALARY EXPENSE AND      00004300
      *    TO THE MASTER DEPARTMENT'S SPREAD PROPORTIONS.               00004301
      *-----------------------------------------------------------      00004302
       3240-LD-POST-PARA.                                               00004303
           PERFORM 3210-DEPT-TALLY-PARA                                 00004304
              THRU 3210-DEPT-TALLY-PARA-EXIT                            00004305
           MOVE 'N' TO WS-LDX-FOUND-SW                                  00004306
           PERFORM 3245-LDX-FIND-PARA                                   00004307
              THRU 3245-LDX-FIND-PARA-EXIT                              00004308
              VARYING LDX-IDX FROM 1 BY 1                               00004309
              UNTIL LDX-IDX > WS-LDX-CT OR WS-LDX-FOUND                 00004310
           IF NOT WS-LDX-FOUND                                          00004311
             IF WS-LDX-CT < 300                                         00004312
               ADD 1 TO WS-LDX-CT                                       00004313
               MOVE TO001-EMPDEPT TO LX-HOME(WS-LDX-CT)                 00004314
               MOVE WS-TALLY-DEPT TO LX-DEPT(WS-LDX-CT)                 00004315
               MOVE WS-TALLY-AMT  TO LX-AMT(WS-LDX-CT)                  00004316
             ELSE                                                       00004317
               IF NOT WS-LDX-FULL                                       00004318
                 DISPLAY 'LABOR SPREAD TABLE FULL - EMPLOYER COST '     00004319
                         'SPREAD IS APPROXIMATE'                        00004320
                 SET WS-LDX-FULL TO TRUE                                00004321
               END-IF                                                   00004322
               IF WS-RETURN-CD = 0                                      00004323
                 MOVE 0004 TO WS-RETURN-CD                              00004324
               END-IF                                                   00004325
             END-IF                                                     00004326
           END-IF                                                       00004327
           .                                                            00004328
       3240-LD-POST-PARA-EXIT.                                          00004329
           EXIT                                                         00004330
           .                                                            00004331
       3245-LDX-FIND-PARA.                                              00004332
           IF LX-HOME(LDX-IDX) = TO001-EMPDEPT AND                      00004333
              LX-DEPT(LDX-IDX) = WS-TALLY-DEPT                          00004334
             ADD WS-TALLY-AMT TO LX-AMT(LDX-IDX)                        00004335
             MOVE 'Y' TO WS-LDX-FOUND-SW                                00004336
           END-IF                                                       00004337
           .                                                            00004338
       3245-LDX-FIND-PARA-EXIT.                                         00004339
           EXIT                                                         00004340
           .                                                            00004341
      *-----------------------------------------------------------      00004342
      *    PAYNET'S TOTALS FILE - EACH WITHHOLDING CODE BECOMES A       00004343
      *    LIABILITY CREDIT; THE GRS AND NET CONTROL RECORDS FEED       00004344
      *    THE EXPENSE ADJUSTMENT AND THE CLEARING CREDIT.  EACH        00004345
      *    'E' RECORD IS AN EMPLOYER-COST PAIR; 'ERC ' IS THEIR         00004346
      *    CONTROL TOTAL.                                               00004347
      *-----------------------------------------------------------      00004348
       3300-GLDED-READ-PARA.                                            00004349
           READ GLDED-PS                                                00004350
           EVALUATE TRUE                                                00004351
           WHEN C05-GLDED-SUCCESS                                       00004352
             EVALUATE TRUE                                              00004353
             WHEN GLD-AMT IS NOT NUMERIC                                00004354
               DISPLAY 'BAD TOTALS RECORD SKIPPED: ' GLD-CODE           00004360
               MOVE 0008 TO WS-RETURN-CD                                00004370
             WHEN GLD-TYPE = 'E'                                        00004371
               IF GLD-AMT > ZEROES                                      00004372
                 PERFORM 3560-ER-PAIR-PARA                              00004373
                    THRU 3560-ER-PAIR-PARA-EXIT                         00004374
               END-IF                                                   00004375
             WHEN GLD-CODE = 'ERC '                                     00004376
               MOVE GLD-AMT TO WS-ERC-TOT                               00004377
               SET WS-ERC-SEEN TO TRUE                                  00004378
             WHEN GLD-CODE = 'GRS '                                     00004380
               MOVE GLD-AMT TO WS-GRS-TOT                               00004390
             WHEN GLD-CODE = 'NET '                                     00004400
       3300-GLDED-READ-PARA-EXIT.                                       00004610
           EXIT                                                         00004620
           .                                                            00004630
      *-----------------------------------------------------------      00004631
      *    LEAVE ACCRUAL JOURNAL FROM LVACCR.  NO FILE MEANS NO         00004632
      *    LEAVE MOVEMENT THIS CYCLE.                                   00004633
      *-----------------------------------------------------------      00004634
       3350-LVGL-LOAD-PARA.                                             00004635
           OPEN INPUT LVGL-PS                                           00004636
           EVALUATE TRUE                                                00004637
           WHEN C05-LVGL-SUCCESS                                        00004638
             PERFORM 3360-LVGL-READ-PARA                                00004639
                THRU 3360-LVGL-READ-PARA-EXIT                           00004640
                UNTIL C05-LVGL-EOF                                      00004641
             CLOSE LVGL-PS                                              00004642
           WHEN OTHER                                                   00004643
             DISPLAY 'LVGLFL NOT AVAILABLE - NO LEAVE ACCRUAL POSTED'   00004644
           END-EVALUATE                                                 00004645
           .                                                            00004646
       3350-LVGL-LOAD-PARA-EXIT.                                        00004647
           EXIT                                                         00004648
           .                                                            00004649
       3360-LVGL-READ-PARA.                                             00004650
           READ LVGL-PS                                                 00004651
           EVALUATE TRUE                                                00004652
           WHEN C05-LVGL-SUCCESS                                        00004653
             EVALUATE TRUE                                              00004654
             WHEN DL-LVGL-AMT IS NOT NUMERIC                            00004655
               DISPLAY 'BAD LEAVE JOURNAL RECORD SKIPPED: '             00004656
                       DL-LVGL-TYPE ' ' DL-LVGL-DEPT                    00004657
               MOVE 0008 TO WS-RETURN-CD                                00004658
             WHEN DL-LVGL-CONTROL                                       00004659
               MOVE DL-LVGL-AMT TO WS-LVC-TOT                           00004660
               SET WS-LVC-SEEN TO TRUE                                  00004661
             WHEN DL-LVGL-ACCRUE OR DL-LVGL-RELEASE                     00004662
               IF DL-LVGL-AMT > ZEROES                                  00004663
                 PERFORM 3570-LV-PAIR-PARA                              00004664
                    THRU 3570-LV-PAIR-PARA-EXIT                         00004665
               END-IF                                                   00004666
             WHEN OTHER                                                 00004667
               CONTINUE                                                 00004668
             END-EVALUATE                                               00004669
           WHEN C05-LVGL-EOF                                            00004670
             CONTINUE                                                   00004671
           WHEN OTHER                                                   00004672
             DISPLAY 'LVGL-PS READ FAILED ' WS-FST-LVGL                 00004673
             MOVE 0008 TO WS-RETURN-CD                                  00004674
             MOVE 10 TO WS-FST-LVGL                                     00004675
           END-EVALUATE                                                 00004676
           .                                                            00004677
       3360-LVGL-READ-PARA-EXIT.                                        00004678
           EXIT                                                         00004679
           .                                                            00004680
       3550-JRN-ADD-CR-PARA.                                            00004681
           IF WS-JRN-CT < 1000                                          00004682
             ADD 1 TO WS-JRN-CT                                         00004683
             MOVE WS-LOOK-ACCT TO JT-ACCT(WS-JRN-CT)                    00004684
             MOVE 'CR'         TO JT-DRCR(WS-JRN-CT)                    00004685
             MOVE GLD-AMT      TO JT-AMT(WS-JRN-CT)                     00004690
             MOVE SPACES       TO JT-DESC(WS-JRN-CT)                    00004700
             STRING 'LIABILITY ' DELIMITED BY SIZE                      00004710
       3550-JRN-ADD-CR-PARA-EXIT.                                       00004780
           EXIT                                                         00004790
           .                                                            00004800
      *-----------------------------------------------------------      00004801
      *    EMPLOYER COST FOR ONE CODE IN ONE DEPARTMENT - DEBIT THE     00004802
      *    DEPARTMENT'S EXPENSE (ERX), CREDIT THE CODE'S LIABILITY      00004803
      *    (ERL).  BOTH SIDES GO IN OR NEITHER DOES.  A DEPARTMENT      00004804
      *    WHOSE SALARY WAS SPREAD BY LABOR DISTRIBUTION HAS ITS        00004805
      *    EXPENSE DEBIT SPREAD THE SAME WAY, ONE DEBIT PER             00004806
      *    RECEIVING DEPARTMENT, THE PENNIES TO THE LARGEST.            00004807
      *-----------------------------------------------------------      00004808
       3560-ER-PAIR-PARA.                                               00004809
           MOVE ZEROES TO WS-ER-BASE WS-ER-TGT-CT                       00004810
           MOVE 'N' TO WS-ER-SPLIT-SW                                   00004811
           PERFORM 3561-ER-BASE-PARA                                    00004812
              THRU 3561-ER-BASE-PARA-EXIT                               00004813
              VARYING LDX-IDX FROM 1 BY 1                               00004814
              UNTIL LDX-IDX > WS-LDX-CT                                 00004815
           IF NOT WS-ER-SPLIT OR WS-ER-BASE = 0                         00004816
             MOVE 'N' TO WS-ER-SPLIT-SW                                 00004817
             MOVE 1 TO WS-ER-TGT-CT                                     00004818
           END-IF                                                       00004819
           IF WS-JRN-CT + WS-ER-TGT-CT < 1000                           00004820
             IF WS-ER-SPLIT                                             00004821
               MOVE ZEROES TO WS-ER-SPREAD WS-ER-BIG-AMT                00004822
                              WS-ER-BIG-JRN                             00004823
               PERFORM 3562-ER-SPREAD-PARA                              00004824
                  THRU 3562-ER-SPREAD-PARA-EXIT                         00004825
                  VARYING LDX-IDX FROM 1 BY 1                           00004826
                  UNTIL LDX-IDX > WS-LDX-CT                             00004827
               COMPUTE WS-ER-REST = GLD-AMT - WS-ER-SPREAD              00004828
               ADD WS-ER-REST TO JT-AMT(WS-ER-BIG-JRN) WS-DR-TOT        00004829
             ELSE                                                       00004830
               MOVE GLD-DEPT TO WS-ER-DEPT                              00004831
               MOVE GLD-AMT  TO WS-ER-SHARE                             00004832
               PERFORM 3565-ER-DEBIT-PARA                               00004833
                  THRU 3565-ER-DEBIT-PARA-EXIT                          00004834
             END-IF                                                     00004835
             MOVE 'ERL ' TO WS-LOOK-KIND                                00004836
             MOVE GLD-CODE TO WS-LOOK-KEY                               00004837
             PERFORM 3500-MAP-LOOKUP-PARA                               00004838
                THRU 3500-MAP-LOOKUP-PARA-EXIT                          00004839
             ADD 1 TO WS-JRN-CT                                         00004840
             MOVE WS-LOOK-ACCT TO JT-ACCT(WS-JRN-CT)                    00004841
             MOVE 'CR'         TO JT-DRCR(WS-JRN-CT)                    00004842
             MOVE GLD-AMT      TO JT-AMT(WS-JRN-CT)                     00004843
             MOVE SPACES       TO JT-DESC(WS-JRN-CT)                    00004844
             STRING 'ER LIAB ' DELIMITED BY SIZE                        00004845
                    GLD-CODE   DELIMITED BY SIZE                        00004846
                    GLD-DEPT   DELIMITED BY SIZE                        00004847
                    INTO JT-DESC(WS-JRN-CT)                             00004848
             END-STRING                                                 00004849
             ADD GLD-AMT TO WS-CR-TOT                                   00004850
             ADD GLD-AMT TO WS-ER-POSTED                                00004851
           END-IF                                                       00004852
           .                                                            00004853
       3560-ER-PAIR-PARA-EXIT.                                          00004854
           EXIT                                                         00004855
           .                                                            00004856
       3561-ER-BASE-PARA.                                               00004857
           IF LX-HOME(LDX-IDX) = GLD-DEPT                               00004858
             ADD LX-AMT(LDX-IDX) TO WS-ER-BASE                          00004859
             ADD 1 TO WS-ER-TGT-CT                                      00004860
             IF LX-DEPT(LDX-IDX) NOT = GLD-DEPT                         00004861
               MOVE 'Y' TO WS-ER-SPLIT-SW                               00004862
             END-IF                                                     00004863
           END-IF                                                       00004864
           .                                                            00004865
       3561-ER-BASE-PARA-EXIT.                                          00004866
           EXIT                                                         00004867
           .                                                            00004868
       3562-ER-SPREAD-PARA.                                             00004869
           IF LX-HOME(LDX-IDX) = GLD-DEPT                               00004870
             COMPUTE WS-ER-SHARE ROUNDED =                              00004871
                 GLD-AMT * LX-AMT(LDX-IDX) / WS-ER-BASE                 00004872
             MOVE LX-DEPT(LDX-IDX) TO WS-ER-DEPT                        00004873
             PERFORM 3565-ER-DEBIT-PARA                                 00004874
                THRU 3565-ER-DEBIT-PARA-EXIT                            00004875
             ADD WS-ER-SHARE TO WS-ER-SPREAD                            00004876
             IF LX-AMT(LDX-IDX) > WS-ER-BIG-AMT                         00004877
               MOVE LX-AMT(LDX-IDX) TO WS-ER-BIG-AMT                    00004878
               MOVE WS-JRN-CT       TO WS-ER-BIG-JRN                    00004879
             END-IF                                                     00004880
           END-IF                                                       00004881
           .                                                            00004882
       3562-ER-SPREAD-PARA-EXIT.                                        00004883
           EXIT                                                         00004884
           .                                                            00004885
       3565-ER-DEBIT-PARA.                                              00004886
           MOVE 'ERX ' TO WS-LOOK-KIND                                  00004887
           MOVE WS-ER-DEPT TO WS-LOOK-KEY                               00004888
           PERFORM 3500-MAP-LOOKUP-PARA                                 00004889
              THRU 3500-MAP-LOOKUP-PARA-EXIT                            00004890
           ADD 1 TO WS-JRN-CT                                           00004891
           MOVE WS-LOOK-ACCT TO JT-ACCT(WS-JRN-CT)                      00004892
           MOVE 'DR'         TO JT-DRCR(WS-JRN-CT)                      00004893
           MOVE WS-ER-SHARE  TO JT-AMT(WS-JRN-CT)                       00004894
           MOVE SPACES       TO JT-DESC(WS-JRN-CT)                      00004895
           STRING 'ER EXP '  DELIMITED BY SIZE                          00004896
                  GLD-CODE   DELIMITED BY SIZE                          00004897
                  WS-ER-DEPT DELIMITED BY SIZE                          00004898
                  INTO JT-DESC(WS-JRN-CT)                               00004899
           END-STRING                                                   00004900
           ADD WS-ER-SHARE TO WS-DR-TOT                                 00004901
           .                                                            00004902
       3565-ER-DEBIT-PARA-EXIT.                                         00004903
           EXIT                                                         00004904
           .                                                            00004905
      *-----------------------------------------------------------      00004906
      *    LEAVE LIABILITY MOVEMENT FOR ONE TYPE IN ONE DEPARTMENT -    00004907
      *    AN ACCRUAL DEBITS THE DEPARTMENT'S LEAVE EXPENSE (LVX)       00004908
      *    AND CREDITS THE TYPE'S LIABILITY (LVL); A RELEASE SWAPS      00004909
      *    THE SIDES.  BOTH LINES GO IN OR NEITHER DOES.                00004910
      *-----------------------------------------------------------      00004911
       3570-LV-PAIR-PARA.                                               00004912
           IF WS-JRN-CT < 999                                           00004913
             MOVE 'LVX ' TO WS-LOOK-KIND                                00004914
             MOVE DL-LVGL-DEPT TO WS-LOOK-KEY                           00004915
             PERFORM 3500-MAP-LOOKUP-PARA                               00004916
                THRU 3500-MAP-LOOKUP-PARA-EXIT                          00004917
             ADD 1 TO WS-JRN-CT                                         00004918
             MOVE WS-LOOK-ACCT TO JT-ACCT(WS-JRN-CT)                    00004919
             MOVE DL-LVGL-AMT  TO JT-AMT(WS-JRN-CT)                     00004920
             MOVE SPACES       TO JT-DESC(WS-JRN-CT)                    00004921
             STRING 'LV EXP '    DELIMITED BY SIZE                      00004922
                    DL-LVGL-TYPE DELIMITED BY SIZE                      00004923
                    DL-LVGL-DEPT DELIMITED BY SIZE                      00004924
                    INTO JT-DESC(WS-JRN-CT)                             00004925
             END-STRING                                                 00004926
             IF DL-LVGL-ACCRUE                                          00004927
               MOVE 'DR'         TO JT-DRCR(WS-JRN-CT)                  00004928
               ADD DL-LVGL-AMT TO WS-DR-TOT                             00004929
             ELSE                                                       00004930
               MOVE 'CR'         TO JT-DRCR(WS-JRN-CT)                  00004931
               ADD DL-LVGL-AMT TO WS-CR-TOT                             00004932
             END-IF                                                     00004933
             MOVE 'LVL ' TO WS-LOOK-KIND                                00004934
             MOVE DL-LVGL-TYPE TO WS-LOOK-KEY                           00004935
             PERFORM 3500-MAP-LOOKUP-PARA                               00004936
                THRU 3500-MAP-LOOKUP-PARA-EXIT                          00004937
             ADD 1 TO WS-JRN-CT                                         00004938
             MOVE WS-LOOK-ACCT TO JT-ACCT(WS-JRN-CT)                    00004939
             MOVE DL-LVGL-AMT  TO JT-AMT(WS-JRN-CT)                     00004940
             MOVE SPACES       TO JT-DESC(WS-JRN-CT)                    00004941
             STRING 'LV LIAB '   DELIMITED BY SIZE                      00004942
                    DL-LVGL-TYPE DELIMITED BY SIZE                      00004943
                    DL-LVGL-DEPT DELIMITED BY SIZE                      00004944
                    INTO JT-DESC(WS-JRN-CT)                             00004945
             END-STRING                                                 00004946
             IF DL-LVGL-ACCRUE                                          00004947
               MOVE 'CR'         TO JT-DRCR(WS-JRN-CT)                  00004948
               ADD DL-LVGL-AMT TO WS-CR-TOT                             00004949
             ELSE                                                       00004950
               MOVE 'DR'         TO JT-DRCR(WS-JRN-CT)                  00004951
               ADD DL-LVGL-AMT TO WS-DR-TOT                             00004952
             END-IF                                                     00004953
             ADD DL-LVGL-AMT TO WS-LV-POSTED                            00004954
           END-IF                                                       00004955
           .                                                            00004956
       3570-LV-PAIR-PARA-EXIT.                                          00004957
           EXIT                                                         00004958
           .                                                            00004959
      *-----------------------------------------------------------      00004960
      *    DEBIT SIDE - SALARY EXPENSE PER DEPARTMENT, THE              00004961
      *    EARNINGS EXPENSE FOR GROSS PAID OUTSIDE THE SNAPSHOT,        00004962
      *    AND THE NET-PAY CLEARING CREDIT.                             00004963
      *-----------------------------------------------------------      00004964
       3400-BUILD-DEBITS-PARA.                                          00004965
           PERFORM 3410-DEPT-DEBIT-PARA                                 00004966
              THRU 3410-DEPT-DEBIT-PARA-EXIT                            00004967
              VARYING DEP-IDX FROM 1 BY 1                               00004968
              UNTIL DEP-IDX > WS-DEPT-CT                                00004969
           COMPUTE WS-EARN-ADJ = WS-GRS-TOT - WS-SNAP-SUM               00004970
           IF WS-EARN-ADJ > ZEROES AND WS-JRN-CT < 1000                 00004971
             MOVE 'EARN' TO WS-LOOK-KIND                                00004972
             MOVE SPACES TO WS-LOOK-KEY                                 00004973
             PERFORM 3500-MAP-LOOKUP-PARA                               00004974
                THRU 3500-MAP-LOOKUP-PARA-EXIT                          00004975
             ADD 1 TO WS-JRN-CT                                         00004976
             MOVE WS-LOOK-ACCT TO JT-ACCT(WS-JRN-CT)                    00004980
             MOVE 'DR'         TO JT-DRCR(WS-JRN-CT)                    00004990
             MOVE WS-EARN-ADJ  TO JT-AMT(WS-JRN-CT)                     00005000
             MOVE 'ONE-TIME EARNING' TO JT-DESC(WS-JRN-CT)              00005010
             ADD WS-EARN-ADJ TO WS-DR-TOT                               00005020
           END-IF                                                       00005030
           IF WS-NET-TOT > ZEROES AND WS-JRN-CT < 1000                  00005031
             MOVE 'NET ' TO WS-LOOK-KIND                                00005050
             MOVE SPACES TO WS-LOOK-KEY                                 00005060
             PERFORM 3500-MAP-LOOKUP-PARA                               00005070
           EXIT                                                         00005180
           .                                                            00005190
       3410-DEPT-DEBIT-PARA.                                            00005200
           IF WS-JRN-CT < 1000                                          00005201
             MOVE 'DEPT' TO WS-LOOK-KIND                                00005220
             MOVE DPT-DEPT(DEP-IDX) TO WS-LOOK-KEY                      00005230
             PERFORM 3500-MAP-LOOKUP-PARA                               00005240
           END-STRING                                                   00006270
           PERFORM 3050-RPT-WRITE-PARA                                  00006280
              THRU 3050-RPT-WRITE-PARA-EXIT                             00006290
           IF WS-ERC-SEEN OR WS-ER-POSTED > ZEROES                      00006291
             MOVE WS-ER-POSTED TO WS-AMT-ED                             00006292
             MOVE SPACES TO RPT-REC                                     00006293
             STRING 'EMPLOYER COST POSTED.....: ' DELIMITED BY SIZE     00006294
                    WS-AMT-ED DELIMITED BY SIZE                         00006295
                    INTO RPT-REC                                        00006296
             END-STRING                                                 00006297
             PERFORM 3050-RPT-WRITE-PARA                                00006298
                THRU 3050-RPT-WRITE-PARA-EXIT                           00006299
             IF WS-ER-POSTED NOT = WS-ERC-TOT                           00006300
               MOVE WS-ERC-TOT TO WS-AMT-ED                             00006301
               MOVE SPACES TO RPT-REC                                   00006302
               STRING '*** EMPLOYER COST NOT EQUAL TO PAYNET CONTROL '  00006303
                      DELIMITED BY SIZE                                 00006304
                      WS-AMT-ED DELIMITED BY SIZE                       00006305
                      ' ***' DELIMITED BY SIZE                          00006306
                      INTO RPT-REC                                      00006307
               END-STRING                                               00006308
               PERFORM 3050-RPT-WRITE-PARA                              00006309
                  THRU 3050-RPT-WRITE-PARA-EXIT                         00006310
               MOVE 0008 TO WS-RETURN-CD                                00006311
             END-IF                                                     00006312
           END-IF                                                       00006313
           IF WS-LVC-SEEN OR WS-LV-POSTED > ZEROES                      00006314
             MOVE WS-LV-POSTED TO WS-AMT-ED                             00006315
             MOVE SPACES TO RPT-REC                                     00006316
             STRING 'LEAVE ACCRUAL POSTED.....: ' DELIMITED BY SIZE     00006317
                    WS-AMT-ED DELIMITED BY SIZE                         00006318
                    INTO RPT-REC                                        00006319
             END-STRING                                                 00006320
             PERFORM 3050-RPT-WRITE-PARA                                00006321
                THRU 3050-RPT-WRITE-PARA-EXIT                           00006322
             IF WS-LV-POSTED NOT = WS-LVC-TOT                           00006323
               MOVE WS-LVC-TOT TO WS-AMT-ED                             00006324
               MOVE SPACES TO RPT-REC                                   00006325
               STRING '*** LEAVE ACCRUAL NOT EQUAL TO LVACCR CONTROL '  00006326
                      DELIMITED BY SIZE                                 00006327
                      WS-AMT-ED DELIMITED BY SIZE                       00006328
                      ' ***' DELIMITED BY SIZE                          00006329
                      INTO RPT-REC                                      00006330
               END-STRING                                               00006331
               PERFORM 3050-RPT-WRITE-PARA                              00006332
                  THRU 3050-RPT-WRITE-PARA-EXIT                         00006333
               MOVE 0008 TO WS-RETURN-CD                                00006334
             END-IF                                                     00006335
           END-IF                                                       00006336
           IF WS-DR-TOT = WS-CR-TOT AND WS-RETURN-CD < 8                00006337
             MOVE SPACES TO RPT-REC                                     00006338
             STRING 'JOURNAL IN BALANCE - FILE RELEASED'                00006339
                    DELIMITED BY SIZE                                   00006340
                    INTO RPT-REC                                        00006341
             END-STRING                                                 00006350
             PERFORM 3050-RPT-WRITE-PARA                                00006360
                THRU 3050-RPT-WRITE-PARA-EXIT                           00006370
       3610-JRN-LINE-PARA-EXIT.                                         00006690
           EXIT                                                         00006700
           .                                                            00006710
      *-----------------------------------------------------------      00006711
      *    DEPARTMENT REORGANIZATIONS THIS CYCLE - EACH OLD CODE        00006712
      *    AND ITS DEPT ACCOUNT AGAINST THE NEW ONE, WITH THE MOVED     00006713
      *    EMPLOYEES PAID TONIGHT AND THE SALARY EXPENSE THAT THE       00006714
      *    JOURNAL ABOVE NOW DEBITS TO THE NEW DEPARTMENT.              00006715
      *-----------------------------------------------------------      00006716
       3650-RO-RPT-PARA.                                                00006717
           MOVE SPACES TO RPT-REC                                       00006718
           PERFORM 3050-RPT-WRITE-PARA                                  00006719
              THRU 3050-RPT-WRITE-PARA-EXIT                             00006720
           MOVE 'DEPARTMENT REORGANIZATIONS THIS CYCLE' TO RPT-REC      00006721
           PERFORM 3050-RPT-WRITE-PARA                                  00006722
              THRU 3050-RPT-WRITE-PARA-EXIT                             00006723
           PERFORM 3660-RO-LINE-PARA                                    00006724
              THRU 3660-RO-LINE-PARA-EXIT                               00006725
              VARYING RP-IDX FROM 1 BY 1                                00006726
              UNTIL RP-IDX > WS-RP-CT                                   00006727
           .                                                            00006728
       3650-RO-RPT-PARA-EXIT.                                           00006729
           EXIT                                                         00006730
           .                                                            00006731
       3660-RO-LINE-PARA.                                               00006732
           MOVE RP-FROM(RP-IDX) TO WS-LOOK-KEY                          00006733
           PERFORM 3665-RO-ACCT-PARA                                    00006734
              THRU 3665-RO-ACCT-PARA-EXIT                               00006735
           MOVE WS-LOOK-ACCT TO WS-RP-FROM-ACCT                         00006736
           MOVE RP-TO(RP-IDX) TO WS-LOOK-KEY                            00006737
           PERFORM 3665-RO-ACCT-PARA                                    00006738
              THRU 3665-RO-ACCT-PARA-EXIT                               00006739
           MOVE RP-CT(RP-IDX)  TO WS-CT-ED                              00006740
           MOVE RP-SUM(RP-IDX) TO WS-AMT-ED                             00006741
           MOVE SPACES TO RPT-REC                                       00006742
           STRING 'DEPT '             DELIMITED BY SIZE                 00006743
                  RP-FROM(RP-IDX)     DELIMITED BY SIZE                 00006744
                  ' ('                DELIMITED BY SIZE                 00006745
                  WS-RP-FROM-ACCT     DELIMITED BY SIZE                 00006746
                  ') TO '             DELIMITED BY SIZE                 00006747
                  RP-TO(RP-IDX)       DELIMITED BY SIZE                 00006748
                  ' ('                DELIMITED BY SIZE                 00006749
                  WS-LOOK-ACCT        DELIMITED BY SIZE                 00006750
                  ')  EMPLOYEES: '    DELIMITED BY SIZE                 00006751
                  WS-CT-ED            DELIMITED BY SIZE                 00006752
                  '  SALARY EXPENSE: ' DELIMITED BY SIZE                00006753
                  WS-AMT-ED           DELIMITED BY SIZE                 00006754
                  INTO RPT-REC                                          00006755
           END-STRING                                                   00006756
           IF RP-EMPTIED(RP-IDX) = 'Y'                                  00006757
             MOVE 'SOURCE CLOSED' TO RPT-REC(99:13)                     00006758
           END-IF                                                       00006759
           PERFORM 3050-RPT-WRITE-PARA                                  00006760
              THRU 3050-RPT-WRITE-PARA-EXIT                             00006761
           .                                                            00006762
       3660-RO-LINE-PARA-EXIT.                                          00006763
           EXIT                                                         00006764
           .                                                            00006765
      *-----------------------------------------------------------      00006766
      *    DEPT ACCOUNT OF THE CODE IN WS-LOOK-KEY FOR THE REPORT       00006767
      *    ONLY - NOTHING POSTS, SO A MISS IS NOT COUNTED AS AN         00006768
      *    UNMAPPED POSTING.                                            00006769
      *-----------------------------------------------------------      00006770
       3665-RO-ACCT-PARA.                                               00006771
           MOVE 'DEPT' TO WS-LOOK-KIND                                  00006772
           MOVE 'N' TO WS-MAP-FOUND-SW                                  00006773
           MOVE 'UNMAPPED' TO WS-LOOK-ACCT                              00006774
           PERFORM 3510-MAP-EXACT-PARA                                  00006775
              THRU 3510-MAP-EXACT-PARA-EXIT                             00006776
              VARYING MAP-IDX FROM 1 BY 1                               00006777
              UNTIL MAP-IDX > WS-MAP-CT OR WS-MAP-FOUND                 00006778
           IF NOT WS-MAP-FOUND                                          00006779
             PERFORM 3520-MAP-DFLT-PARA                                 00006780
                THRU 3520-MAP-DFLT-PARA-EXIT                            00006781
                VARYING MAP-IDX FROM 1 BY 1                             00006782
                UNTIL MAP-IDX > WS-MAP-CT OR WS-MAP-FOUND               00006783
           END-IF                                                       00006784
           .                                                            00006785
       3665-RO-ACCT-PARA-EXIT.                                          00006786
           EXIT                                                         00006787
           .                                                            00006788
       3700-JRN-RELEASE-PARA.                                           00006789
           MOVE SPACES           TO GL-REC                              00006790
           MOVE JT-ACCT(JRN-IDX) TO JR-ACCT                             00006791
           MOVE JT-DRCR(JRN-IDX) TO JR-DRCR                             00006792
           MOVE JT-AMT(JRN-IDX)  TO JR-AMT                              00006793
           MOVE JT-DESC(JRN-IDX) TO JR-DESC                             00006794
           MOVE WS-RUN-DATE      TO JR-DATE                             00006795
           WRITE GL-REC                                                 00006796
           ADD 1 TO WS-JRN-WRITE-CT                                     00006800
           .                                                            00006810
       3700-JRN-RELEASE-PARA-EXIT.                                      00006820
           .                                                            00006840
       3900-CLOSE-PARA.                                                 00006850
           CLOSE TO001-PS GLDED-PS GL-PS RPT-PS                         00006860
           IF WS-LD-IS-OPEN                                             00006861
             CLOSE LD-PS                                                00006862
           END-IF                                                       00006863
           .                                                            00006870
       3900-CLOSE-PARA-EXIT.                                            00006880
           EXIT                                                         00006890
             MOVE WS-JRN-WRITE-CT   TO DL-AUDIT-WRITE-CT                00006990
             MOVE WS-RETURN-CD      TO DL-AUDIT-RETURN-CD               00007000
             MOVE 'COMPLETED'       TO DL-AUDIT-STATUS-TX               00007010
             PERFORM 9100-AUDIT-CHAIN-PARA                              00007011
                THRU 9100-AUDIT-CHAIN-PARA-EXIT                         00007012
             WRITE DL-AUDIT-REC                                         00007013
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

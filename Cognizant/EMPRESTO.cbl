      *    HAD.  STARTS FROM THE WEEKLY SNAPSHOT (SNAPIN, TAKEN BY      00000080
      *    THE EMPSNAP JOB), REPLAYS THE HRTRAN BATCH TRANSACTION       00000090
      *    FILES FOR THE RECOVERY WINDOW (HRTRNIN, CONCATENATED IN      00000100
      *    RUN ORDER, SAME CARD LAYOUT AND A/C/T/D/M SEMANTICS AS       00000110
      *    EMPTRN APPLIES NIGHTLY), THEN REPLAYS THE EMPUPD ONLINE      00000120
      *    MAINTENANCE LOG (MNTLGIN, DLMAINT LAYOUT - THE CLUSTER       00000130
      *    IS KEYED BY TIMESTAMP SO A SEQUENTIAL COPY ARRIVES IN        00000140
         05 HRT-EMPID          PIC X(05).                               00000720
         05 F                  PIC X(01).                               00000730
         05 HRT-EMPFNAME       PIC X(10).                               00000740
      *    'M' CARD - REVIEW MONTH IN PLACE OF THE FIRST NAME.          00000741
         05 HRT-RV-SET REDEFINES HRT-EMPFNAME.                          00000742
           10 HRT-RV-MONTH     PIC X(02).                               00000743
           10 F                PIC X(08).                               00000744
         05 F                  PIC X(01).                               00000750
         05 HRT-EMPLNAME       PIC X(10).                               00000760
         05 F                  PIC X(01).                               00000770
         05 HRT-HIREDATE       PIC X(10).                               00000860
         05 F                  PIC X(01).                               00000870
         05 HRT-EFFDATE        PIC X(10).                               00000880
         05 F                  PIC X(10).                               00000881
         05 HRT-PAYTYPE        PIC X(01).                               00000882
         05 F                  PIC X(01).                               00000883
       FD MNTLG-PS                                                      00000900
           RECORD CONTAINS 100 CHARACTERS.                              00000910
           COPY DLMAINT.                                                00000920
       FD REBUILT-PS                                                    00000930
           RECORD CONTAINS 80 CHARACTERS.                               00000940
           RECORD CONTAINS 132 CHARACTERS.                              00001020
       01 RPT-REC                PIC X(132).                            00001030
       FD AUDIT-PS                                                      00001040
           RECORD CONTAINS 100 CHARACTERS.                              00001050
           COPY DLAUDIT.                                                00001060
       WORKING-STORAGE SECTION.                                         00001070
       01 WS-VARS.                                                      00001080
             15 ET-EMPSTATUS   PIC X(01).                               00001700
             15 F              PIC X(01).                               00001710
             15 ET-TERMDATE    PIC X(10).                               00001720
             15 F              PIC X(01).                               00001721
             15 ET-PAYTYPE     PIC X(01).                               00001722
             15 F              PIC X(01).                               00001723
             15 ET-HRRATE      PIC X(06).                               00001724
             15 ET-REVMONTH    PIC X(02).                               00001725
             15 F              PIC X(01).                               00001726
           10 ET-DEL-SW        PIC X(01).                               00001740
             88 ET-DELETED     VALUE 'D'.                               00001750
           10 ET-MATCH-SW      PIC X(01).                               00001760
           88 WS-FOUND          VALUE 'Y'.                              00001790
         05 WS-HOLD-IDX        PIC 9(05).                               00001800
         05 WS-LOOK-EMPID      PIC X(05).                               00001810
       COPY DLCHAIN.                                                    00001811
       LINKAGE SECTION.                                                 00001820
       01 LK-PARM-REC.                                                  00001830
           05 LK-RUN-DATE    PIC X(10).                                 00001840
           END-STRING                                                   00003143
           PERFORM 3050-RPT-WRITE-PARA                                  00003144
              THRU 3050-RPT-WRITE-PARA-EXIT                             00003145
           MOVE SPACES TO RPT-REC                                       00003146
           PERFORM 3050-RPT-WRITE-PARA                                  00003147
              THRU 3050-RPT-WRITE-PARA-EXIT                             00003150
           .                                                            00003160
       3150-TITLE-PARA-EXIT.                                            00003170
             ELSE                                                       00003738
               MOVE HRT-EFFDATE(1:8) TO WS-EFF-D8                       00003739
             END-IF                                                     00003741
             IF HRT-EFFDATE > SPACES AND                                00003742
                WS-EFF-D8 > WS-ASOF-TS(1:8)                             00003750
               ADD 1 TO WS-TRN-SKIP-CT                                  00003760
             ELSE                                                       00003770
                    THRU 3330-TRN-FILL-PARA-EXIT                        00004030
                 MOVE 'A'    TO ET-EMPSTATUS(EMP-IDX)                   00004040
                 MOVE SPACES TO ET-TERMDATE(EMP-IDX)                    00004050
                 MOVE SPACES TO ET-REVMONTH(EMP-IDX)                    00004051
               END-IF                                                   00004060
             ELSE                                                       00004070
               IF WS-EMP-CT < 5000                                      00004080
                 MOVE HRT-EFFDATE TO ET-TERMDATE(EMP-IDX)               00004420
               END-IF                                                   00004430
             END-IF                                                     00004440
      *    REVIEW MONTH - 01-12 OR BLANK, AS EMPTRN ACCEPTS IT.         00004441
           WHEN 'M'                                                     00004442
             IF WS-FOUND AND                                            00004443
                (HRT-RV-MONTH = SPACES OR                               00004444
                 (HRT-RV-MONTH IS NUMERIC AND                           00004445
                  HRT-RV-MONTH NOT < '01' AND HRT-RV-MONTH NOT > '12')) 00004446
               SET EMP-IDX TO WS-HOLD-IDX                               00004447
               IF ET-EMPSTATUS(EMP-IDX) NOT = 'T'                       00004448
                 MOVE HRT-RV-MONTH TO ET-REVMONTH(EMP-IDX)              00004449
               END-IF                                                   00004450
             END-IF                                                     00004451
           WHEN OTHER                                                   00004452
             CONTINUE                                                   00004460
           END-EVALUATE                                                 00004470
           .                                                            00004480
           MOVE HRT-EMPFNAME  TO ET-EMPFNAME(EMP-IDX)                   00004530
           MOVE HRT-EMPLNAME  TO ET-EMPLNAME(EMP-IDX)                   00004540
           MOVE HRT-EMPRATING TO ET-EMPRATING(EMP-IDX)                  00004550
           MOVE HRT-PAYTYPE   TO ET-PAYTYPE(EMP-IDX)                    00004551
           PERFORM 3345-TRN-PAY-PARA                                    00004552
              THRU 3345-TRN-PAY-PARA-EXIT                               00004553
           MOVE HRT-EMPDEPT   TO ET-EMPDEPT(EMP-IDX)                    00004570
           MOVE HRT-EMPGROUP  TO ET-EMPGROUP(EMP-IDX)                   00004580
           MOVE HRT-HIREDATE  TO ET-HIREDATE(EMP-IDX)                   00004590
           IF HRT-EMPRATING > SPACES                                    00004710
             MOVE HRT-EMPRATING TO ET-EMPRATING(EMP-IDX)                00004720
           END-IF                                                       00004730
           IF HRT-PAYTYPE > SPACES                                      00004731
             MOVE HRT-PAYTYPE TO ET-PAYTYPE(EMP-IDX)                    00004732
           END-IF                                                       00004760
           IF HRT-EMPSALARY > SPACES                                    00004761
             PERFORM 3345-TRN-PAY-PARA                                  00004762
                THRU 3345-TRN-PAY-PARA-EXIT                             00004763
           END-IF                                                       00004764
           IF HRT-EMPDEPT > SPACES                                      00004770
             MOVE HRT-EMPDEPT TO ET-EMPDEPT(EMP-IDX)                    00004780
           END-IF                                                       00004790
       3340-TRN-OVERLAY-PARA-EXIT.                                      00004870
           EXIT                                                         00004880
           .                                                            00004890
      *-----------------------------------------------------------      00004891
      *    PAY FIELDS BY PAY TYPE, AS EMPTRN SETS THEM - AN HOURLY      00004892
      *    CARD'S FIGURE IS THE HOURLY RATE AND THE SALARY GOES TO      00004893
      *    ZERO; ANYONE ELSE IS SALARIED WITH NO HOURLY RATE.           00004894
      *-----------------------------------------------------------      00004895
       3345-TRN-PAY-PARA.                                               00004896
           IF ET-PAYTYPE(EMP-IDX) = 'H'                                 00004897
             MOVE HRT-EMPSALARY TO ET-HRRATE(EMP-IDX)                   00004898
             MOVE '000000'      TO ET-EMPSALARY(EMP-IDX)                00004899
           ELSE                                                         00004900
             MOVE 'S'           TO ET-PAYTYPE(EMP-IDX)                  00004901
             MOVE HRT-EMPSALARY TO ET-EMPSALARY(EMP-IDX)                00004902
             MOVE '000000'      TO ET-HRRATE(EMP-IDX)                   00004903
           END-IF                                                       00004904
           .                                                            00004905
       3345-TRN-PAY-PARA-EXIT.                                          00004906
           EXIT                                                         00004907
           .                                                            00004908
       3350-EMP-FIND-PARA.                                              00004909
           MOVE 'N' TO WS-FOUND-SW                                      00004910
           MOVE ZEROES TO WS-HOLD-IDX                                   00004920
           PERFORM 3360-EMP-SCAN-PARA                                   00004930
           EVALUATE TRUE                                                00005330
           WHEN C05-MNTLG-SUCCESS                                       00005340
             ADD 1 TO WS-READ-CT                                        00005350
      *      THE LOG'S DAILY ANCHORS CARRY NO CHANGE.                   00005351
             EVALUATE TRUE                                              00005352
             WHEN DL-MAINT-ANCHOR                                       00005353
               CONTINUE                                                 00005354
      *      BANKUPD ENTRIES CHANGE EMPBANK, NOT THE MASTER.            00005355
             WHEN DL-MAINT-FIELD(1:4) = 'BANK'                          00005356
               CONTINUE                                                 00005357
             WHEN DL-MAINT-TIMESTAMP > WS-ASOF-TS                       00005358
               ADD 1 TO WS-LOG-SKIP-CT                                  00005359
             WHEN OTHER                                                 00005360
               ADD 1 TO WS-LOG-CT                                       00005361
               PERFORM 3420-LOG-APPLY-PARA                              00005362
                  THRU 3420-LOG-APPLY-PARA-EXIT                         00005363
             END-EVALUATE                                               00005364
           WHEN C05-MNTLG-EOF                                           00005430
             CONTINUE                                                   00005440
           WHEN OTHER                                                   00005450
             MOVE WS-REBUILT-CT     TO DL-AUDIT-WRITE-CT                00007750
             MOVE WS-RETURN-CD      TO DL-AUDIT-RETURN-CD               00007760
             MOVE 'COMPLETED'       TO DL-AUDIT-STATUS-TX               00007770
             PERFORM 9100-AUDIT-CHAIN-PARA                              00007771
                THRU 9100-AUDIT-CHAIN-PARA-EXIT                         00007772
             WRITE DL-AUDIT-REC                                         00007773
             CLOSE AUDIT-PS                                             00007790
           END-IF                                                       00007800
           MOVE WS-RETURN-CD TO RETURN-CODE                             00007810
           STOP RUN                                                     00007820
           .                                                            00007830
      *-----------------------------------------------------------      00007831
      *    CHAIN THE AUDIT RECORD INTO AUDITLOG'S SEQUENCE AND          00007832
      *    HASH, WRITING THE DAY'S ANCHOR FIRST WHEN THIS IS THE        00007833
      *    FIRST RECORD OF THE DAY.                                     00007834
      *-----------------------------------------------------------      00007835
       9100-AUDIT-CHAIN-PARA.                                           00007836
           MOVE SPACES       TO DL-CHN-PARMS                            00007837
           MOVE 'NXT'        TO DL-CHN-FUNC                             00007838
           MOVE 'AUDITLOG'   TO DL-CHN-LOG                              00007839
           MOVE DL-AUDIT-END-TS(1:8) TO DL-CHN-TODAY                    00007840
           MOVE DL-AUDIT-REC TO DL-CHN-REC                              00007841
           CALL 'PAYCHAIN' USING DL-CHN-PARMS                           00007842
             ON EXCEPTION                                               00007843
               DISPLAY 'PAYCHAIN NOT AVAILABLE - AUDIT RECORD NOT '     00007844
                       'CHAINED'                                        00007845
           END-CALL                                                     00007846
           IF DL-CHN-ANCHORED                                           00007847
             WRITE DL-AUDIT-REC FROM DL-CHN-ANCHOR                      00007848
           END-IF                                                       00007849
           IF DL-CHN-OK                                                 00007850
             MOVE DL-CHN-REC TO DL-AUDIT-REC                            00007851
           END-IF                                                       00007852
           .                                                            00007853
       9100-AUDIT-CHAIN-PARA-EXIT.                                      00007854
           EXIT                                                         00007855
           .                                                            00007856

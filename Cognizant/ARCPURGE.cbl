      *    THE RECONCILIATION REPORT PROVES RECORDS IN = ARCHIVED       00000210
      *    + RETAINED FOR EVERY FILE AND THE STEP ENDS RC 8 ON ANY      00000220
      *    BREAK.                                                       00000230
      *    AUDITLOG IS A HASH CHAIN (SEE DLCHAIN), SO ONLY ITS          00000231
      *    LEADING RUN OF EXPIRED RECORDS IS ARCHIVED - ONCE ONE        00000232
      *    RECORD IS RETAINED EVERYTHING AFTER IT IS RETAINED TOO -     00000233
      *    AND A CARRY-FORWARD RECORD (PROGRAM '*CARRY*') HOLDING       00000234
      *    THE LAST ARCHIVED SEQUENCE NUMBER AND HASH IS WRITTEN AT     00000235
      *    THE HEAD OF THE RETAINED LOG FOR LOGVER TO START FROM.       00000236
      *    THIS STEP'S OWN AUDIT RECORD GOES INTO THE RETAINED LOG      00000237
      *    AS WELL, SINCE THE COPY-BACK REPLACES AUDITLOG WITH IT.      00000238
      *-----------------------------------------------------------      00000240
       ENVIRONMENT DIVISION.                                            00000250
       INPUT-OUTPUT SECTION.                                            00000260
           RECORD CONTAINS 80 CHARACTERS.                               00001120
       01 SUSPARC-REC             PIC X(80).                            00001130
       FD AUDIN-PS                                                      00001140
           RECORD CONTAINS 100 CHARACTERS.                              00001150
      *    SAME DLAUDIT LAYOUT AS THE LIVE LOG, RENAMED SO THE          00001160
      *    PROGRAM CAN ALSO APPEND ITS OWN RUN TO AUDITLOG.             00001170
           COPY DLAUDIT REPLACING LEADING ==DL-AUDIT== BY               00001180
                                          ==DL-AUDIN==.                 00001190
       FD AUDOUT-PS                                                     00001200
           RECORD CONTAINS 100 CHARACTERS.                              00001201
       01 AUDOUT-REC              PIC X(100).                           00001202
       FD AUDARC-PS                                                     00001230
           RECORD CONTAINS 100 CHARACTERS.                              00001231
       01 AUDARC-REC              PIC X(100).                           00001232
       FD RUNCIN-PS                                                     00001260
           RECORD CONTAINS 80 CHARACTERS.                               00001270
           COPY DLRUNC.                                                 00001280
           RECORD CONTAINS 132 CHARACTERS.                              00001560
       01 RPT-REC                PIC X(132).                            00001570
       FD AUDIT-PS                                                      00001580
           RECORD CONTAINS 100 CHARACTERS.                              00001590
           COPY DLAUDIT.                                                00001600
       WORKING-STORAGE SECTION.                                         00001610
       01 WS-VARS.                                                      00001620
           88 C05-AUDIT-SUCCESS   VALUE 00.                             00001890
         05 WS-AUDIT-OPEN-SW PIC X(01) VALUE 'N'.                       00001900
           88 WS-AUDIT-IS-OPEN    VALUE 'Y'.                            00001910
         05 WS-AUDOUT-OPEN-SW PIC X(01) VALUE 'N'.                      00001911
           88 WS-AUDOUT-IS-OPEN   VALUE 'Y'.                            00001912
         05 WS-AUDIT-START-TS  PIC X(15).                               00001920
         05 WS-ASOF-DATE       PIC X(10).                               00001930
         05 WS-ASOF-NUM.                                                00001940
         05 WS-CT-ED-2         PIC ZZZZZZZ9.                            00002240
         05 WS-CT-ED-3         PIC ZZZZZZZ9.                            00002250
         05 WS-CT-ED-4         PIC ZZZZZZZ9.                            00002260
      *-----------------------------------------------------------      00002261
      *    AUDITLOG CHAIN CARRY-FORWARD.  WS-AUD-KEEP-SW GOES ON AT     00002262
      *    THE FIRST RETAINED RECORD; WS-CARRY-SW IS ON WHILE AN        00002263
      *    ARCHIVED CHAINED RECORD STILL NEEDS ITS CARRY RECORD.        00002264
      *-----------------------------------------------------------      00002265
         05 WS-AUD-KEEP-SW     PIC X(01) VALUE 'N'.                     00002266
           88 WS-AUD-KEEPING   VALUE 'Y'.                               00002267
         05 WS-CARRY-SW        PIC X(01) VALUE 'N'.                     00002268
           88 WS-CARRY-DUE     VALUE 'Y'.                               00002269
           88 WS-CARRY-DONE    VALUE 'D'.                               00002270
         05 WS-CARRY-SEQ       PIC 9(09) VALUE ZEROES.                  00002271
         05 WS-CARRY-HASH      PIC 9(09) VALUE ZEROES.                  00002272
         05 WS-CARRY-TS        PIC X(15).                               00002273
         05 WS-SEQ-ED          PIC ZZZZZZZZ9.                           00002274
       COPY DLAUDIT REPLACING LEADING ==DL-AUDIT== BY ==DL-AUDCF==.     00002275
       COPY DLCHAIN.                                                    00002276
       LINKAGE SECTION.                                                 00002277
       01 LK-PARM-REC.                                                  00002280
           05 LK-ASOF-DATE   PIC X(10).                                 00002290
       PROCEDURE DIVISION USING LK-PARM-REC.                            00002300
                 MOVE RET-DAYS TO WS-RUNC-DAYS                          00002890
               WHEN 'SALHIST'                                           00002900
                 MOVE RET-DAYS TO WS-HIST-DAYS                          00002910
      *        PAYERASE'S PERSONAL-DATA PERIOD, SAME DECK.              00002911
               WHEN 'PERSDATA'                                          00002912
                 CONTINUE                                               00002913
               WHEN OTHER                                               00002920
                 DISPLAY 'UNKNOWN RETCTL KEYWORD: ' RET-KEYWORD         00002930
               END-EVALUATE                                             00002940
             MOVE 0008 TO WS-RETURN-CD                                  00003490
             PERFORM 9000-TERM-PARA                                     00003500
           END-IF                                                       00003510
           SET WS-AUDOUT-IS-OPEN TO TRUE                                00003511
           OPEN OUTPUT RPT-PS                                           00003520
           EVALUATE TRUE                                                00003530
           WHEN C05-RPT-SUCCESS                                         00003540
           PERFORM 3310-AUD-READ-PARA                                   00005080
              THRU 3310-AUD-READ-PARA-EXIT                              00005090
              UNTIL C05-AUDIN-EOF                                       00005100
           IF WS-CARRY-DUE                                              00005101
             PERFORM 3320-AUD-CARRY-PARA                                00005102
                THRU 3320-AUD-CARRY-PARA-EXIT                           00005103
           END-IF                                                       00005104
           PERFORM 3180-RECON-LINE-PARA                                 00005110
              THRU 3180-RECON-LINE-PARA-EXIT                            00005120
           IF WS-CARRY-DONE                                             00005121
             MOVE WS-CARRY-SEQ TO WS-SEQ-ED                             00005122
             MOVE SPACES TO RPT-REC                                     00005123
             STRING '  CHAIN CARRIED FORWARD FROM SEQUENCE '            00005124
                    DELIMITED BY SIZE                                   00005125
                    WS-SEQ-ED DELIMITED BY SIZE                         00005126
                    INTO RPT-REC                                        00005127
             END-STRING                                                 00005128
             PERFORM 3050-RPT-WRITE-PARA                                00005129
                THRU 3050-RPT-WRITE-PARA-EXIT                           00005130
           END-IF                                                       00005131
           .                                                            00005132
       3300-AUD-PASS-PARA-EXIT.                                         00005140
           EXIT                                                         00005150
           .                                                            00005160
             MOVE SPACES TO WS-ITEM-DATE(9:2)                           00005240
             PERFORM 3170-AGE-PARA                                      00005250
                THRU 3170-AGE-PARA-EXIT                                 00005260
             IF WS-AGE-DAYS > WS-AUD-DAYS AND NOT WS-AUD-KEEPING        00005261
               MOVE DL-AUDIN-REC TO AUDARC-REC                          00005280
               WRITE AUDARC-REC                                         00005290
               ADD 1 TO WS-ARC-CT                                       00005300
               IF DL-AUDIN-CHN-SEQ IS NUMERIC AND                       00005301
                  DL-AUDIN-CHN-HASH IS NUMERIC                          00005302
                 MOVE DL-AUDIN-CHN-SEQ  TO WS-CARRY-SEQ                 00005303
                 MOVE DL-AUDIN-CHN-HASH TO WS-CARRY-HASH                00005304
                 MOVE DL-AUDIN-START-TS TO WS-CARRY-TS                  00005305
                 SET WS-CARRY-DUE TO TRUE                               00005306
               END-IF                                                   00005307
             ELSE                                                       00005310
               IF WS-CARRY-DUE                                          00005311
                 PERFORM 3320-AUD-CARRY-PARA                            00005312
                    THRU 3320-AUD-CARRY-PARA-EXIT                       00005313
               END-IF                                                   00005314
               SET WS-AUD-KEEPING TO TRUE                               00005315
               MOVE DL-AUDIN-REC TO AUDOUT-REC                          00005320
               WRITE AUDOUT-REC                                         00005330
               ADD 1 TO WS-KEEP-CT                                      00005340
       3310-AUD-READ-PARA-EXIT.                                         00005450
           EXIT                                                         00005460
           .                                                            00005470
      *-----------------------------------------------------------      00005471
      *    HEAD THE RETAINED LOG WITH THE LAST ARCHIVED RECORD'S        00005472
      *    SEQUENCE AND HASH.  IT TAKES THAT RECORD'S TIMESTAMP SO      00005473
      *    IT AGES OUT WITH IT ON A LATER RUN.  IT IS NOT AN INPUT      00005474
      *    RECORD, SO IT STAYS OUT OF THE RECONCILIATION COUNTS.        00005475
      *-----------------------------------------------------------      00005476
       3320-AUD-CARRY-PARA.                                             00005477
           MOVE SPACES        TO DL-AUDCF-REC                           00005478
           SET DL-AUDCF-CARRY TO TRUE                                   00005479
           MOVE WS-CARRY-TS   TO DL-AUDCF-START-TS                      00005480
                                 DL-AUDCF-END-TS                        00005481
           MOVE ZEROES        TO DL-AUDCF-READ-CT                       00005482
                                 DL-AUDCF-WRITE-CT                      00005483
                                 DL-AUDCF-RETURN-CD                     00005484
           MOVE 'CHAIN CARRIED'  TO DL-AUDCF-STATUS-TX                  00005485
           MOVE WS-CARRY-SEQ  TO DL-AUDCF-CHN-SEQ                       00005486
           MOVE WS-CARRY-HASH TO DL-AUDCF-CHN-HASH                      00005487
           MOVE DL-AUDCF-REC  TO AUDOUT-REC                             00005488
           WRITE AUDOUT-REC                                             00005489
           ADD 1 TO WS-WRITE-CT                                         00005490
           SET WS-CARRY-DONE TO TRUE                                    00005491
           .                                                            00005492
       3320-AUD-CARRY-PARA-EXIT.                                        00005493
           EXIT                                                         00005494
           .                                                            00005495
       3400-RUNC-PASS-PARA.                                             00005496
           MOVE 'RUNCTL' TO WS-FILE-NAME                                00005497
           MOVE ZEROES TO WS-IN-CT WS-ARC-CT WS-KEEP-CT                 00005500
                          WS-OPEN-KEEP-CT                               00005510
           PERFORM 3410-RUNC-READ-PARA                                  00005520
           .                                                            00006340
       3900-CLOSE-PARA.                                                 00006350
           CLOSE SUSPIN-PS SUSPOUT-PS SUSPARC-PS                        00006360
                 AUDIN-PS AUDARC-PS                                     00006361
                 RUNCIN-PS RUNCOUT-PS RUNCARC-PS                        00006380
                 HISTIN-PS HISTOUT-PS HISTARC-PS                        00006390
                 RPT-PS                                                 00006400
             MOVE WS-WRITE-CT       TO DL-AUDIT-WRITE-CT                00006530
             MOVE WS-RETURN-CD      TO DL-AUDIT-RETURN-CD               00006540
             MOVE 'COMPLETED'       TO DL-AUDIT-STATUS-TX               00006550
             PERFORM 9100-AUDIT-CHAIN-PARA                              00006551
                THRU 9100-AUDIT-CHAIN-PARA-EXIT                         00006552
             WRITE DL-AUDIT-REC                                         00006553
      *      THE JOB COPIES AUDOUT BACK OVER AUDITLOG WHEN THE STEP     00006554
      *      ENDS BELOW RC 8, SO THIS RUN'S RECORD GOES THERE TOO.      00006555
             IF WS-AUDOUT-IS-OPEN AND WS-RETURN-CD < 8                  00006556
               IF DL-CHN-ANCHORED                                       00006557
                 WRITE AUDOUT-REC FROM DL-CHN-ANCHOR                    00006558
               END-IF                                                   00006559
               WRITE AUDOUT-REC FROM DL-AUDIT-REC                       00006560
             END-IF                                                     00006561
             CLOSE AUDIT-PS                                             00006570
           END-IF                                                       00006580
           IF WS-AUDOUT-IS-OPEN                                         00006581
             CLOSE AUDOUT-PS                                            00006582
           END-IF                                                       00006583
           MOVE WS-RETURN-CD TO RETURN-CODE                             00006590
           STOP RUN                                                     00006600
           .                                                            00006610
      *-----------------------------------------------------------      00006611
      *    CHAIN THE AUDIT RECORD INTO AUDITLOG'S SEQUENCE AND          00006612
      *    HASH, WRITING THE DAY'S ANCHOR FIRST WHEN THIS IS THE        00006613
      *    FIRST RECORD OF THE DAY.                                     00006614
      *-----------------------------------------------------------      00006615
       9100-AUDIT-CHAIN-PARA.                                           00006616
           MOVE SPACES       TO DL-CHN-PARMS                            00006617
           MOVE 'NXT'        TO DL-CHN-FUNC                             00006618
           MOVE 'AUDITLOG'   TO DL-CHN-LOG                              00006619
           MOVE DL-AUDIT-END-TS(1:8) TO DL-CHN-TODAY                    00006620
           MOVE DL-AUDIT-REC TO DL-CHN-REC                              00006621
           CALL 'PAYCHAIN' USING DL-CHN-PARMS                           00006622
             ON EXCEPTION                                               00006623
               DISPLAY 'PAYCHAIN NOT AVAILABLE - AUDIT RECORD NOT '     00006624
                       'CHAINED'                                        00006625
           END-CALL                                                     00006626
           IF DL-CHN-ANCHORED                                           00006627
             WRITE DL-AUDIT-REC FROM DL-CHN-ANCHOR                      00006628
           END-IF                                                       00006629
           IF DL-CHN-OK                                                 00006630
             MOVE DL-CHN-REC TO DL-AUDIT-REC                            00006631
           END-IF                                                       00006632
           .                                                            00006633
       9100-AUDIT-CHAIN-PARA-EXIT.                                      00006634
           EXIT                                                         00006635
           .                                                            00006636

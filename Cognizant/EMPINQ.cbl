       WORKING-STORAGE SECTION.                                         00000280
       01 WS-VARS.                                                      00000290
         05 WS-RESP            PIC S9(08) COMP.                         00000300
         05 WS-CHN-HEAD-SW     PIC X(01) VALUE 'N'.                     00000301
           88 WS-CHN-HEAD-NONE VALUE 'N'.                               00000302
           88 WS-CHN-HEAD-HELD VALUE 'R'.                               00000303
           88 WS-CHN-HEAD-NEW  VALUE 'W'.                               00000304
      *    THE OPERATOR MAY KEY A SERVICE TICKET REFERENCE IN          00000305
      *    COLUMNS 12-19 BEHIND THE SEARCH TERM - IT RIDES THE          00000306
      *    ACCESS LOG FOR THE MONTHLY COMPLIANCE REVIEW.                00000307
         05 WS-KYSW-KEY        PIC X(08) VALUE 'EMPSALKY'.              00000962
       COPY DLEMPKY.                                                    00000840
       COPY DLACCLG.                                                    00000990
       COPY DLCHAIN.                                                    00000991
       COPY DLCHNKY.                                                    00000992
       COPY DLKYSW.                                                     00000991
       LINKAGE SECTION.                                                 00000850
       01 DFHCOMMAREA.                                                  00000860
             PERFORM 3000-KEY-BROWSE-PARA                               00001670
                THRU 3000-KEY-BROWSE-PARA-EXIT                          00001680
           WHEN OTHER                                                   00001690
             MOVE WS-INPUT(1:10) TO CA-NAME                             00001700
             MOVE LOW-VALUES TO WS-BROWSE-KEY                           00001710
             PERFORM 3100-NAME-SEARCH-PARA                              00001720
                THRU 3100-NAME-SEARCH-PARA-EXIT                         00001730
           ELSE                                                         00002430
             MOVE 'DENIED'  TO DL-ACCLG-RESULT                          00002440
           END-IF                                                       00002450
           PERFORM 0610-LOG-CHAIN-PARA                                  00002451
              THRU 0610-LOG-CHAIN-PARA-EXIT                             00002452
           EXEC CICS WRITE                                              00002460
               DATASET('EMPACCLG')                                      00002470
               FROM(DL-ACCLG-REC)                                       00002480
                 LENGTH(23)                                             00002560
             END-EXEC                                                   00002570
           END-IF                                                       00002580
           PERFORM 0620-LOG-HEAD-PARA                                   00002581
              THRU 0620-LOG-HEAD-PARA-EXIT                              00002582
           .                                                            00002590
       0600-ACCESS-LOG-PARA-EXIT.                                       00002600
           EXIT                                                         00002610
           .                                                            00002620
      *-----------------------------------------------------------      00002621
      *    CHAIN THE RECORD INTO THE ACCESS LOG'S SEQUENCE AND HASH     00002622
      *    (DLCHAIN).  THE CHAIN HEAD IS READ FOR UPDATE SO TWO         00002623
      *    TASKS CANNOT TAKE THE SAME SEQUENCE NUMBER; THE DAY'S        00002624
      *    ANCHOR IS WRITTEN HERE WHEN THIS IS THE DAY'S FIRST          00002625
      *    RECORD.  IF THE HEAD CANNOT BE READ THE RECORD IS            00002626
      *    STILL WRITTEN, UNCHAINED, AND LOGVER REPORTS IT.             00002627
      *-----------------------------------------------------------      00002628
       0610-LOG-CHAIN-PARA.                                             00002629
           SET WS-CHN-HEAD-NONE TO TRUE                                 00002630
           MOVE SPACES       TO DL-CHN-PARMS                            00002631
           MOVE 'HSH'        TO DL-CHN-FUNC                             00002632
           MOVE 'EMPACCLG'   TO DL-CHN-LOG                              00002633
           MOVE WS-LOG-DATE8 TO DL-CHN-TODAY                            00002634
           EXEC CICS READ                                               00002635
               DATASET('LOGCHAIN')                                      00002636
               INTO(DL-CHNKY-REC)                                       00002637
               RIDFLD(DL-CHN-LOG)                                       00002638
               KEYLENGTH(8)                                             00002639
               UPDATE                                                   00002640
               RESP(WS-RESP)                                            00002641
           END-EXEC                                                     00002642
           EVALUATE TRUE                                                00002643
           WHEN WS-RESP = DFHRESP(NORMAL)                               00002644
             SET WS-CHN-HEAD-HELD TO TRUE                               00002645
             MOVE DL-CHNKY-SEQ  TO DL-CHN-SEQ                           00002646
             MOVE DL-CHNKY-HASH TO DL-CHN-HASH                          00002647
             MOVE DL-CHNKY-DAY  TO DL-CHN-DAY                           00002648
           WHEN WS-RESP = DFHRESP(NOTFND)                               00002649
             SET WS-CHN-HEAD-NEW TO TRUE                                00002650
             MOVE ZEROES TO DL-CHN-SEQ DL-CHN-HASH                      00002651
           WHEN OTHER                                                   00002652
             GO TO 0610-LOG-CHAIN-PARA-EXIT                             00002653
           END-EVALUATE                                                 00002654
           MOVE DL-ACCLG-REC TO DL-CHN-REC                              00002655
           CALL 'PAYCHAIN' USING DL-CHN-PARMS                           00002656
           IF DL-CHN-ANCHORED                                           00002657
             MOVE DL-CHN-ANCHOR TO DL-ACCLG-REC                         00002658
             EXEC CICS WRITE                                            00002659
                 DATASET('EMPACCLG')                                    00002660
                 FROM(DL-ACCLG-REC)                                     00002661
                 RIDFLD(DL-ACCLG-KEY)                                   00002662
                 KEYLENGTH(29)                                          00002663
                 RESP(WS-RESP)                                          00002664
             END-EXEC                                                   00002665
           END-IF                                                       00002666
           MOVE DL-CHN-REC TO DL-ACCLG-REC                              00002667
           .                                                            00002668
       0610-LOG-CHAIN-PARA-EXIT.                                        00002669
           EXIT                                                         00002670
           .                                                            00002671
      *-----------------------------------------------------------      00002672
      *    ADVANCE THE CHAIN HEAD ONCE THE RECORD IS ON FILE, OR        00002673
      *    RELEASE IT UNCHANGED IF THE WRITE FAILED.                    00002674
      *-----------------------------------------------------------      00002675
       0620-LOG-HEAD-PARA.                                              00002676
           IF WS-CHN-HEAD-NONE                                          00002677
             GO TO 0620-LOG-HEAD-PARA-EXIT                              00002678
           END-IF                                                       00002679
           IF WS-RESP NOT = DFHRESP(NORMAL) OR NOT DL-CHN-OK            00002680
             IF WS-CHN-HEAD-HELD                                        00002681
               EXEC CICS UNLOCK                                         00002682
                   DATASET('LOGCHAIN')                                  00002683
               END-EXEC                                                 00002684
             END-IF                                                     00002685
             GO TO 0620-LOG-HEAD-PARA-EXIT                              00002686
           END-IF                                                       00002687
           MOVE SPACES        TO DL-CHNKY-REC                           00002688
           MOVE DL-CHN-LOG    TO DL-CHNKY-LOG                           00002689
           MOVE DL-CHN-SEQ    TO DL-CHNKY-SEQ                           00002690
           MOVE DL-CHN-HASH   TO DL-CHNKY-HASH                          00002691
           MOVE DL-CHN-DAY    TO DL-CHNKY-DAY                           00002692
           MOVE DL-ACCLG-TIMESTAMP TO DL-CHNKY-UPD-TS                   00002693
           IF WS-CHN-HEAD-NEW                                           00002694
             EXEC CICS WRITE                                            00002695
                 DATASET('LOGCHAIN')                                    00002696
                 FROM(DL-CHNKY-REC)                                     00002697
                 RIDFLD(DL-CHNKY-LOG)                                   00002698
                 KEYLENGTH(8)                                           00002699
                 RESP(WS-RESP)                                          00002700
             END-EXEC                                                   00002701
           ELSE                                                         00002702
             EXEC CICS REWRITE                                          00002703
                 DATASET('LOGCHAIN')                                    00002704
                 FROM(DL-CHNKY-REC)                                     00002705
                 RESP(WS-RESP)                                          00002706
             END-EXEC                                                   00002707
           END-IF                                                       00002708
           .                                                            00002709
       0620-LOG-HEAD-PARA-EXIT.                                         00002710
           EXIT                                                         00002711
           .                                                            00002712
       0700-DENY-PARA.                                                  00002630
           EXEC CICS SEND TEXT                                          00002640
               FROM(WS-DENIED-TEXT)                                     00002650
      *-----------------------------------------------------------      00001920
       2000-INQUIRY-PARA.                                               00001930
           EXEC CICS READ                                               00001940
               DATASET(WS-KYDSN)                                        00001950
               INTO(DL-EMPKY-REC)                                       00001960
               RIDFLD(WS-EMPID)                                         00001970
               KEYLENGTH(6)                                             00001980
           PERFORM 3900-LIST-CLEAR-PARA                                 00002260
              THRU 3900-LIST-CLEAR-PARA-EXIT                            00002270
           EXEC CICS STARTBR                                            00002280
               DATASET(WS-KYDSN)                                        00002290
               RIDFLD(WS-BROWSE-KEY)                                    00002300
               KEYLENGTH(6)                                             00002310
               GTEQ                                                     00002320
              THRU 3200-LIST-NEXT-PARA-EXIT                             00002410
              UNTIL WS-LIST-CT NOT < 10 OR WS-BROWSE-EOF                00002420
           EXEC CICS ENDBR                                              00002430
               DATASET(WS-KYDSN)                                        00002440
           END-EXEC                                                     00002450
           PERFORM 3950-LIST-SEND-PARA                                  00002460
              THRU 3950-LIST-SEND-PARA-EXIT                             00002470
             MOVE 1 TO WS-NAME-LEN                                      00002650
           END-IF                                                       00002660
           EXEC CICS STARTBR                                            00002670
               DATASET(WS-KYDSN)                                        00002680
               RIDFLD(WS-BROWSE-KEY)                                    00002690
               KEYLENGTH(6)                                             00002700
               GTEQ                                                     00002710
              UNTIL WS-LIST-CT NOT < 10 OR WS-BROWSE-EOF                00002820
                 OR WS-SCAN-CT > 9999                                   00002830
           EXEC CICS ENDBR                                              00002840
               DATASET(WS-KYDSN)                                        00002850
           END-EXEC                                                     00002860
           IF WS-LIST-CT = ZERO                                         00002870
             PERFORM 8150-NOMATCH-PARA                                  00002880
           .                                                            00002970
       3200-LIST-NEXT-PARA.                                             00002980
           EXEC CICS READNEXT                                           00002990
               DATASET(WS-KYDSN)                                        00003000
               INTO(DL-EMPKY-REC)                                       00003010
               RIDFLD(WS-BROWSE-KEY)                                    00003020
               KEYLENGTH(6)                                             00003030
       3250-SCAN-NEXT-PARA.                                             00003160
           ADD 1 TO WS-SCAN-CT                                          00003170
           EXEC CICS READNEXT                                           00003180
               DATASET(WS-KYDSN)                                        00003190
               INTO(DL-EMPKY-REC)                                       00003200
               RIDFLD(WS-BROWSE-KEY)                                    00003210
               KEYLENGTH(6)                                             00003220
              THRU 3900-LIST-CLEAR-PARA-EXIT                            00004090
           MOVE CA-FIRST-KEY TO WS-BROWSE-KEY                           00004100
           EXEC CICS STARTBR                                            00004110
               DATASET(WS-KYDSN)                                        00004120
               RIDFLD(WS-BROWSE-KEY)                                    00004130
               KEYLENGTH(6)                                             00004140
               GTEQ                                                     00004150
              THRU 3450-PREV-READ-PARA-EXIT                             00004240
              UNTIL WS-LIST-CT NOT < 10 OR WS-BROWSE-EOF                00004250
           EXEC CICS ENDBR                                              00004260
               DATASET(WS-KYDSN)                                        00004270
           END-EXEC                                                     00004280
           PERFORM 3960-LIST-REVERSE-PARA                               00004290
              THRU 3960-LIST-REVERSE-PARA-EXIT                          00004300
           .                                                            00004360
       3450-PREV-READ-PARA.                                             00004370
           EXEC CICS READPREV                                           00004380
               DATASET(WS-KYDSN)                                        00004390
               INTO(DL-EMPKY-REC)                                       00004400
               RIDFLD(WS-BROWSE-KEY)                                    00004410
               KEYLENGTH(6)                                             00004420

       WORKING-STORAGE SECTION.                                         00000270
       01 WS-VARS.                                                      00000280
         05 WS-RESP            PIC S9(08) COMP.                         00000290
         05 WS-CHN-HEAD-SW     PIC X(01) VALUE 'N'.                     00000291
           88 WS-CHN-HEAD-NONE VALUE 'N'.                               00000292
           88 WS-CHN-HEAD-HELD VALUE 'R'.                               00000293
           88 WS-CHN-HEAD-NEW  VALUE 'W'.                               00000294
         05 WS-INPUT           PIC X(20).                               00000300
         05 WS-RECV-LEN        PIC S9(04) COMP VALUE 20.                00000310
         05 WS-EMPID           PIC X(05).                               00000320
         05 WS-FLD             PIC X(08).                               00000340
         05 WS-VAL             PIC X(10).                               00000350
         05 WS-OLD-VAL         PIC X(10).                               00000360
         05 WS-ABSTIME         PIC S9(15) COMP-3.                       00000360
         05 WS-LOG-DATE8       PIC X(08).                               00000361
         05 WS-LOG-TIME6       PIC X(08).                               00000362
         05 WS-PROMPT-TEXT     PIC X(33) VALUE                          00000370
             'ENTER 5-DIGIT EMPLOYEE ID TO FIX'.                        00000380
         05 WS-PROMPT-LEN      PIC S9(04) COMP VALUE 33.                00000390
         05 EMT-EMPDEPT        PIC X(04).                               00001040
         05 F                  PIC X(39).                               00001050
       COPY DLMAINT.                                                    00001060
       COPY DLCHAIN.                                                    00001061
       COPY DLCHNKY.                                                    00001062
       LINKAGE SECTION.                                                 00001070
       01 DFHCOMMAREA.                                                  00001080
         05 LK-CA-STATE        PIC X(01).                               00001090
           .                                                            00003520
      *-----------------------------------------------------------      00003530
      *    MAINTENANCE LOG - WHO CHANGED WHAT, FROM WHERE, AND THE      00003540
      *    OLD AND NEW VALUES, KEYED BY TIMESTAMP PLUS EMPID.  THE      00003550
      *    TIMESTAMP IS YYYYMMDDHHMMSS, THE SAME FORM BANKUPD           00003551
      *    STAMPS ON ITS RECORDS IN THIS LOG.                           00003552
      *-----------------------------------------------------------      00003560
       4100-LOG-PARA.                                                   00003570
           MOVE SPACES TO DL-MAINT-REC                                  00003580
           EXEC CICS ASKTIME                                            00003590
               ABSTIME(WS-ABSTIME)                                      00003591
           END-EXEC                                                     00003600
           EXEC CICS FORMATTIME                                         00003601
               ABSTIME(WS-ABSTIME)                                      00003602
               YYYYMMDD(WS-LOG-DATE8)                                   00003603
               TIME(WS-LOG-TIME6)                                       00003604
           END-EXEC                                                     00003605
           EXEC CICS ASSIGN                                             00003610
               USERID(WS-OPERATOR)                                      00003620
           END-EXEC                                                     00003630
           MOVE WS-LOG-DATE8      TO DL-MAINT-TIMESTAMP(1:8)            00003640
           MOVE WS-LOG-TIME6(1:6) TO DL-MAINT-TIMESTAMP(9:6)            00003650
           MOVE CA-EMPID     TO DL-MAINT-EMPID                          00003660
           MOVE WS-OPERATOR  TO DL-MAINT-OPERATOR                       00003670
           MOVE EIBTRMID     TO DL-MAINT-TERMID                         00003680
           MOVE CA-FLD       TO DL-MAINT-FIELD                          00003690
           MOVE CA-OLD-VAL   TO DL-MAINT-OLD-VAL                        00003700
           MOVE CA-VAL       TO DL-MAINT-NEW-VAL                        00003710
           PERFORM 4110-LOG-CHAIN-PARA                                  00003711
              THRU 4110-LOG-CHAIN-PARA-EXIT                             00003712
           EXEC CICS WRITE                                              00003720
               DATASET('EMPMNTLG')                                      00003730
               FROM(DL-MAINT-REC)                                       00003740
                 LENGTH(28)                                             00003820
             END-EXEC                                                   00003830
           END-IF                                                       00003840
           PERFORM 4120-LOG-HEAD-PARA                                   00003841
              THRU 4120-LOG-HEAD-PARA-EXIT                              00003842
           .                                                            00003850
       4100-LOG-PARA-EXIT.                                              00003860
           EXIT                                                         00003870
           .                                                            00003880
      *-----------------------------------------------------------      00003881
      *    CHAIN THE RECORD INTO THE MAINTENANCE LOG'S SEQUENCE         00003882
      *    AND HASH (DLCHAIN).  THE CHAIN HEAD IS READ FOR UPDATE SO    00003883
      *    TWO TASKS CANNOT TAKE THE SAME SEQUENCE NUMBER; THE DAY'S    00003884
      *    ANCHOR IS WRITTEN HERE WHEN THIS IS THE DAY'S FIRST          00003885
      *    RECORD.  IF THE HEAD CANNOT BE READ THE RECORD IS            00003886
      *    STILL WRITTEN, UNCHAINED, AND LOGVER REPORTS IT.             00003887
      *-----------------------------------------------------------      00003888
       4110-LOG-CHAIN-PARA.                                             00003889
           SET WS-CHN-HEAD-NONE TO TRUE                                 00003890
           MOVE SPACES       TO DL-CHN-PARMS                            00003891
           MOVE 'HSH'        TO DL-CHN-FUNC                             00003892
           MOVE 'EMPMNTLG'   TO DL-CHN-LOG                              00003893
           MOVE WS-LOG-DATE8 TO DL-CHN-TODAY                            00003894
           EXEC CICS READ                                               00003895
               DATASET('LOGCHAIN')                                      00003896
               INTO(DL-CHNKY-REC)                                       00003897
               RIDFLD(DL-CHN-LOG)                                       00003898
               KEYLENGTH(8)                                             00003899
               UPDATE                                                   00003900
               RESP(WS-RESP)                                            00003901
           END-EXEC                                                     00003902
           EVALUATE TRUE                                                00003903
           WHEN WS-RESP = DFHRESP(NORMAL)                               00003904
             SET WS-CHN-HEAD-HELD TO TRUE                               00003905
             MOVE DL-CHNKY-SEQ  TO DL-CHN-SEQ                           00003906
             MOVE DL-CHNKY-HASH TO DL-CHN-HASH                          00003907
             MOVE DL-CHNKY-DAY  TO DL-CHN-DAY                           00003908
           WHEN WS-RESP = DFHRESP(NOTFND)                               00003909
             SET WS-CHN-HEAD-NEW TO TRUE                                00003910
             MOVE ZEROES TO DL-CHN-SEQ DL-CHN-HASH                      00003911
           WHEN OTHER                                                   00003912
             GO TO 4110-LOG-CHAIN-PARA-EXIT                             00003913
           END-EVALUATE                                                 00003914
           MOVE DL-MAINT-REC TO DL-CHN-REC                              00003915
           CALL 'PAYCHAIN' USING DL-CHN-PARMS                           00003916
           IF DL-CHN-ANCHORED                                           00003917
             MOVE DL-CHN-ANCHOR TO DL-MAINT-REC                         00003918
             EXEC CICS WRITE                                            00003919
                 DATASET('EMPMNTLG')                                    00003920
                 FROM(DL-MAINT-REC)                                     00003921
                 RIDFLD(DL-MAINT-KEY)                                   00003922
                 KEYLENGTH(21)                                          00003923
                 RESP(WS-RESP)                                          00003924
             END-EXEC                                                   00003925
           END-IF                                                       00003926
           MOVE DL-CHN-REC TO DL-MAINT-REC                              00003927
           .                                                            00003928
       4110-LOG-CHAIN-PARA-EXIT.                                        00003929
           EXIT                                                         00003930
           .                                                            00003931
      *-----------------------------------------------------------      00003932
      *    ADVANCE THE CHAIN HEAD ONCE THE RECORD IS ON FILE, OR        00003933
      *    RELEASE IT UNCHANGED IF THE WRITE FAILED.                    00003934
      *-----------------------------------------------------------      00003935
       4120-LOG-HEAD-PARA.                                              00003936
           IF WS-CHN-HEAD-NONE                                          00003937
             GO TO 4120-LOG-HEAD-PARA-EXIT                              00003938
           END-IF                                                       00003939
           IF WS-RESP NOT = DFHRESP(NORMAL) OR NOT DL-CHN-OK            00003940
             IF WS-CHN-HEAD-HELD                                        00003941
               EXEC CICS UNLOCK                                         00003942
                   DATASET('LOGCHAIN')                                  00003943
               END-EXEC                                                 00003944
             END-IF                                                     00003945
             GO TO 4120-LOG-HEAD-PARA-EXIT                              00003946
           END-IF                                                       00003947
           MOVE SPACES        TO DL-CHNKY-REC                           00003948
           MOVE DL-CHN-LOG    TO DL-CHNKY-LOG                           00003949
           MOVE DL-CHN-SEQ    TO DL-CHNKY-SEQ                           00003950
           MOVE DL-CHN-HASH   TO DL-CHNKY-HASH                          00003951
           MOVE DL-CHN-DAY    TO DL-CHNKY-DAY                           00003952
           MOVE DL-MAINT-TIMESTAMP TO DL-CHNKY-UPD-TS                   00003953
           IF WS-CHN-HEAD-NEW                                           00003954
             EXEC CICS WRITE                                            00003955
                 DATASET('LOGCHAIN')                                    00003956
                 FROM(DL-CHNKY-REC)                                     00003957
                 RIDFLD(DL-CHNKY-LOG)                                   00003958
                 KEYLENGTH(8)                                           00003959
                 RESP(WS-RESP)                                          00003960
             END-EXEC                                                   00003961
           ELSE                                                         00003962
             EXEC CICS REWRITE                                          00003963
                 DATASET('LOGCHAIN')                                    00003964
                 FROM(DL-CHNKY-REC)                                     00003965
                 RESP(WS-RESP)                                          00003966
             END-EXEC                                                   00003967
           END-IF                                                       00003968
           .                                                            00003969
       4120-LOG-HEAD-PARA-EXIT.                                         00003970
           EXIT                                                         00003971
           .                                                            00003972
       8100-NOTFND-PARA.                                                00003890
           EXEC CICS SEND TEXT                                          00003900
               FROM(WS-NOTFND-TEXT)                                     00003910

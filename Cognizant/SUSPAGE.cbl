           RECORD CONTAINS 132 CHARACTERS.                              00000560
       01 RPT-REC                PIC X(132).                            00000570
       FD AUDIT-PS                                                      00000580
           RECORD CONTAINS 100 CHARACTERS.                              00000590
           COPY DLAUDIT.                                                00000600
       WORKING-STORAGE SECTION.                                         00000610
       01 WS-VARS.                                                      00000620
           10 WS-CAL-DATE-2  PIC X(10).                                 00001105
           10 WS-CAL-DAYS    PIC S9(05).                                00001106
           10 WS-CAL-RESULT  PIC X(01).                                 00001107
       COPY DLCHAIN.                                                    00001108
       LINKAGE SECTION.                                                 00001110
       01 LK-PARM-REC.                                                  00001120
           05 LK-ASOF-DATE   PIC X(10).                                 00001130
             MOVE WS-RPT-WRITE-CT   TO DL-AUDIT-WRITE-CT                00005280
             MOVE WS-RETURN-CD      TO DL-AUDIT-RETURN-CD               00005290
             MOVE 'COMPLETED'       TO DL-AUDIT-STATUS-TX               00005300
             PERFORM 9100-AUDIT-CHAIN-PARA                              00005301
                THRU 9100-AUDIT-CHAIN-PARA-EXIT                         00005302
             WRITE DL-AUDIT-REC                                         00005303
             CLOSE AUDIT-PS                                             00005320
           END-IF                                                       00005330
           MOVE WS-RETURN-CD TO RETURN-CODE                             00005340
           STOP RUN                                                     00005350
           .                                                            00005360
      *-----------------------------------------------------------      00005361
      *    CHAIN THE AUDIT RECORD INTO AUDITLOG'S SEQUENCE AND          00005362
      *    HASH, WRITING THE DAY'S ANCHOR FIRST WHEN THIS IS THE        00005363
      *    FIRST RECORD OF THE DAY.                                     00005364
      *-----------------------------------------------------------      00005365
       9100-AUDIT-CHAIN-PARA.                                           00005366
           MOVE SPACES       TO DL-CHN-PARMS                            00005367
           MOVE 'NXT'        TO DL-CHN-FUNC                             00005368
           MOVE 'AUDITLOG'   TO DL-CHN-LOG                              00005369
           MOVE DL-AUDIT-END-TS(1:8) TO DL-CHN-TODAY                    00005370
           MOVE DL-AUDIT-REC TO DL-CHN-REC                              00005371
           CALL 'PAYCHAIN' USING DL-CHN-PARMS                           00005372
             ON EXCEPTION                                               00005373
               DISPLAY 'PAYCHAIN NOT AVAILABLE - AUDIT RECORD NOT '     00005374
                       'CHAINED'                                        00005375
           END-CALL                                                     00005376
           IF DL-CHN-ANCHORED                                           00005377
             WRITE DL-AUDIT-REC FROM DL-CHN-ANCHOR                      00005378
           END-IF                                                       00005379
           IF DL-CHN-OK                                                 00005380
             MOVE DL-CHN-REC TO DL-AUDIT-REC                            00005381
           END-IF                                                       00005382
           .                                                            00005383
       9100-AUDIT-CHAIN-PARA-EXIT.                                      00005384
           EXIT                                                         00005385
           .                                                            00005386

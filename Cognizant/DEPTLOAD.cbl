           RECORD CONTAINS 80 CHARACTERS.                               00000420
           COPY DLDEPT.                                                 00000430
       FD AUDIT-PS                                                      00000440
           RECORD CONTAINS 100 CHARACTERS.                              00000450
           COPY DLAUDIT.                                                00000460
       WORKING-STORAGE SECTION.                                         00000470
       01 WS-VARS.                                                      00000480
           10 WS-RUNC-PGM    PIC X(08).                                 00000670
           10 WS-RUNC-DATE   PIC X(10).                                 00000680
           10 WS-RUNC-RESULT PIC X(01).                                 00000690
       COPY DLCHAIN.                                                    00000691
       LINKAGE SECTION.                                                 00000700
       01 LK-PARM-REC.                                                  00000710
           05 LK-RUN-DATE    PIC X(10).                                 00000720
             MOVE WS-LOAD-CT        TO DL-AUDIT-WRITE-CT                00002370
             MOVE WS-RETURN-CD      TO DL-AUDIT-RETURN-CD               00002380
             MOVE 'COMPLETED'       TO DL-AUDIT-STATUS-TX               00002390
             PERFORM 9100-AUDIT-CHAIN-PARA                              00002391
                THRU 9100-AUDIT-CHAIN-PARA-EXIT                         00002392
             WRITE DL-AUDIT-REC                                         00002393
             CLOSE AUDIT-PS                                             00002410
           END-IF                                                       00002420
           MOVE WS-RETURN-CD TO RETURN-CODE                             00002430
           STOP RUN                                                     00002440
           .                                                            00002450
      *-----------------------------------------------------------      00002451
      *    CHAIN THE AUDIT RECORD INTO AUDITLOG'S SEQUENCE AND          00002452
      *    HASH, WRITING THE DAY'S ANCHOR FIRST WHEN THIS IS THE        00002453
      *    FIRST RECORD OF THE DAY.                                     00002454
      *-----------------------------------------------------------      00002455
       9100-AUDIT-CHAIN-PARA.                                           00002456
           MOVE SPACES       TO DL-CHN-PARMS                            00002457
           MOVE 'NXT'        TO DL-CHN-FUNC                             00002458
           MOVE 'AUDITLOG'   TO DL-CHN-LOG                              00002459
           MOVE DL-AUDIT-END-TS(1:8) TO DL-CHN-TODAY                    00002460
           MOVE DL-AUDIT-REC TO DL-CHN-REC                              00002461
           CALL 'PAYCHAIN' USING DL-CHN-PARMS                           00002462
             ON EXCEPTION                                               00002463
               DISPLAY 'PAYCHAIN NOT AVAILABLE - AUDIT RECORD NOT '     00002464
                       'CHAINED'                                        00002465
           END-CALL                                                     00002466
           IF DL-CHN-ANCHORED                                           00002467
             WRITE DL-AUDIT-REC FROM DL-CHN-ANCHOR                      00002468
           END-IF                                                       00002469
           IF DL-CHN-OK                                                 00002470
             MOVE DL-CHN-REC TO DL-AUDIT-REC                            00002471
           END-IF                                                       00002472
           .                                                            00002473
       9100-AUDIT-CHAIN-PARA-EXIT.                                      00002474
           EXIT                                                         00002475
           .                                                            00002476

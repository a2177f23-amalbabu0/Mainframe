           RECORD CONTAINS 80 CHARACTERS.                               00000730
           COPY DLSUSP.                                                 00000740
       FD AUDIT-PS                                                      00000750
           RECORD CONTAINS 100 CHARACTERS.                              00000760
           COPY DLAUDIT.                                                00000770
       WORKING-STORAGE SECTION.                                         00000780
       01 WS-VARS.                                                      00000790
           10 WS-RUNC-PGM    PIC X(08).                                 00001060
           10 WS-RUNC-DATE   PIC X(10).                                 00001070
           10 WS-RUNC-RESULT PIC X(01).                                 00001080
       COPY DLCHAIN.                                                    00001081
       LINKAGE SECTION.                                                 00001090
       01 LK-PARM-REC.                                                  00001100
           05 LK-RUN-DATE    PIC X(10).                                 00001110
             MOVE WS-APPLIED-CT     TO DL-AUDIT-WRITE-CT                00005190
             MOVE WS-RETURN-CD      TO DL-AUDIT-RETURN-CD               00005200
             MOVE 'COMPLETED'       TO DL-AUDIT-STATUS-TX               00005210
             PERFORM 9100-AUDIT-CHAIN-PARA                              00005211
                THRU 9100-AUDIT-CHAIN-PARA-EXIT                         00005212
             WRITE DL-AUDIT-REC                                         00005213
             CLOSE AUDIT-PS                                             00005230
           END-IF                                                       00005240
           MOVE WS-RETURN-CD TO RETURN-CODE                             00005250
           STOP RUN                                                     00005260
           .                                                            00005270
      *-----------------------------------------------------------      00005271
      *    CHAIN THE AUDIT RECORD INTO AUDITLOG'S SEQUENCE AND          00005272
      *    HASH, WRITING THE DAY'S ANCHOR FIRST WHEN THIS IS THE        00005273
      *    FIRST RECORD OF THE DAY.                                     00005274
      *-----------------------------------------------------------      00005275
       9100-AUDIT-CHAIN-PARA.                                           00005276
           MOVE SPACES       TO DL-CHN-PARMS                            00005277
           MOVE 'NXT'        TO DL-CHN-FUNC                             00005278
           MOVE 'AUDITLOG'   TO DL-CHN-LOG                              00005279
           MOVE DL-AUDIT-END-TS(1:8) TO DL-CHN-TODAY                    00005280
           MOVE DL-AUDIT-REC TO DL-CHN-REC                              00005281
           CALL 'PAYCHAIN' USING DL-CHN-PARMS                           00005282
             ON EXCEPTION                                               00005283
               DISPLAY 'PAYCHAIN NOT AVAILABLE - AUDIT RECORD NOT '     00005284
                       'CHAINED'                                        00005285
           END-CALL                                                     00005286
           IF DL-CHN-ANCHORED                                           00005287
             WRITE DL-AUDIT-REC FROM DL-CHN-ANCHOR                      00005288
           END-IF                                                       00005289
           IF DL-CHN-OK                                                 00005290
             MOVE DL-CHN-REC TO DL-AUDIT-REC                            00005291
           END-IF                                                       00005292
           .                                                            00005293
       9100-AUDIT-CHAIN-PARA-EXIT.                                      00005294
           EXIT                                                         00005295
           .                                                            00005296

           RECORD CONTAINS 80 CHARACTERS.                               00000820
           COPY DLSUSP.                                                 00000830
       FD AUDIT-PS                                                      00000840
           RECORD CONTAINS 100 CHARACTERS.                              00000850
           COPY DLAUDIT.                                                00000860
       WORKING-STORAGE SECTION.                                         00000870
       01 WS-VARS.                                                      00000880
           10 WS-RUNC-PGM    PIC X(08).                                 00001400
           10 WS-RUNC-DATE   PIC X(10).                                 00001410
           10 WS-RUNC-RESULT PIC X(01).                                 00001420
       COPY DLCHAIN.                                                    00001421
       LINKAGE SECTION.                                                 00001430
       01 LK-PARM-REC.                                                  00001440
           05 LK-RUN-DATE    PIC X(10).                                 00001450
             MOVE WS-CARD-OUT-CT    TO DL-AUDIT-WRITE-CT                00005440
             MOVE WS-RETURN-CD      TO DL-AUDIT-RETURN-CD               00005450
             MOVE 'COMPLETED'       TO DL-AUDIT-STATUS-TX               00005460
             PERFORM 9100-AUDIT-CHAIN-PARA                              00005461
                THRU 9100-AUDIT-CHAIN-PARA-EXIT                         00005462
             WRITE DL-AUDIT-REC                                         00005463
             CLOSE AUDIT-PS                                             00005480
           END-IF                                                       00005490
           MOVE WS-RETURN-CD TO RETURN-CODE                             00005500
           STOP RUN                                                     00005510
           .                                                            00005520
      *-----------------------------------------------------------      00005521
      *    CHAIN THE AUDIT RECORD INTO AUDITLOG'S SEQUENCE AND          00005522
      *    HASH, WRITING THE DAY'S ANCHOR FIRST WHEN THIS IS THE        00005523
      *    FIRST RECORD OF THE DAY.                                     00005524
      *-----------------------------------------------------------      00005525
       9100-AUDIT-CHAIN-PARA.                                           00005526
           MOVE SPACES       TO DL-CHN-PARMS                            00005527
           MOVE 'NXT'        TO DL-CHN-FUNC                             00005528
           MOVE 'AUDITLOG'   TO DL-CHN-LOG                              00005529
           MOVE DL-AUDIT-END-TS(1:8) TO DL-CHN-TODAY                    00005530
           MOVE DL-AUDIT-REC TO DL-CHN-REC                              00005531
           CALL 'PAYCHAIN' USING DL-CHN-PARMS                           00005532
             ON EXCEPTION                                               00005533
               DISPLAY 'PAYCHAIN NOT AVAILABLE - AUDIT RECORD NOT '     00005534
                       'CHAINED'                                        00005535
           END-CALL                                                     00005536
           IF DL-CHN-ANCHORED                                           00005537
             WRITE DL-AUDIT-REC FROM DL-CHN-ANCHOR                      00005538
           END-IF                                                       00005539
           IF DL-CHN-OK                                                 00005540
             MOVE DL-CHN-REC TO DL-AUDIT-REC                            00005541
           END-IF                                                       00005542
           .                                                            00005543
       9100-AUDIT-CHAIN-PARA-EXIT.                                      00005544
           EXIT                                                         00005545
           .                                                            00005546

           RECORD CONTAINS 132 CHARACTERS.                              00000860
       01 RPT-REC                PIC X(132).                            00000870
       FD AUDIT-PS                                                      00000880
           RECORD CONTAINS 100 CHARACTERS.                              00000890
           COPY DLAUDIT.                                                00000900
       WORKING-STORAGE SECTION.                                         00000910
       01 WS-VARS.                                                      00000920
           10 WS-RUNC-PGM    PIC X(08).                                 00001310
           10 WS-RUNC-DATE   PIC X(10).                                 00001320
           10 WS-RUNC-RESULT PIC X(01).                                 00001330
       COPY DLCHAIN.                                                    00001331
       LINKAGE SECTION.                                                 00001340
       01 LK-PARM-REC.                                                  00001350
           05 LK-RUN-DATE    PIC X(10).                                 00001360
             MOVE WS-BONUS-CT       TO DL-AUDIT-WRITE-CT                00004610
             MOVE WS-RETURN-CD      TO DL-AUDIT-RETURN-CD               00004620
             MOVE 'COMPLETED'       TO DL-AUDIT-STATUS-TX               00004630
             PERFORM 9100-AUDIT-CHAIN-PARA                              00004631
                THRU 9100-AUDIT-CHAIN-PARA-EXIT                         00004632
             WRITE DL-AUDIT-REC                                         00004633
             CLOSE AUDIT-PS                                             00004650
           END-IF                                                       00004660
           MOVE WS-RETURN-CD TO RETURN-CODE                             00004670
           STOP RUN                                                     00004680
           .                                                            00004690
      *-----------------------------------------------------------      00004691
      *    CHAIN THE AUDIT RECORD INTO AUDITLOG'S SEQUENCE AND          00004692
      *    HASH, WRITING THE DAY'S ANCHOR FIRST WHEN THIS IS THE        00004693
      *    FIRST RECORD OF THE DAY.                                     00004694
      *-----------------------------------------------------------      00004695
       9100-AUDIT-CHAIN-PARA.                                           00004696
           MOVE SPACES       TO DL-CHN-PARMS                            00004697
           MOVE 'NXT'        TO DL-CHN-FUNC                             00004698
           MOVE 'AUDITLOG'   TO DL-CHN-LOG                              00004699
           MOVE DL-AUDIT-END-TS(1:8) TO DL-CHN-TODAY                    00004700
           MOVE DL-AUDIT-REC TO DL-CHN-REC                              00004701
           CALL 'PAYCHAIN' USING DL-CHN-PARMS                           00004702
             ON EXCEPTION                                               00004703
               DISPLAY 'PAYCHAIN NOT AVAILABLE - AUDIT RECORD NOT '     00004704
                       'CHAINED'                                        00004705
           END-CALL                                                     00004706
           IF DL-CHN-ANCHORED                                           00004707
             WRITE DL-AUDIT-REC FROM DL-CHN-ANCHOR                      00004708
           END-IF                                                       00004709
           IF DL-CHN-OK                                                 00004710
             MOVE DL-CHN-REC TO DL-AUDIT-REC                            00004711
           END-IF                                                       00004712
           .                                                            00004713
       9100-AUDIT-CHAIN-PARA-EXIT.                                      00004714
           EXIT                                                         00004715
           .                                                            00004716

           RECORD CONTAINS 132 CHARACTERS.                              00000430
       01 RPT-REC                PIC X(132).                            00000440
       FD AUDIT-PS                                                      00000450
           RECORD CONTAINS 100 CHARACTERS.                              00000460
           COPY DLAUDIT.                                                00000470
       WORKING-STORAGE SECTION.                                         00000480
       01 WS-VARS.                                                      00000490
         05 WS-AMT-ED          PIC Z,ZZZ,ZZZ,ZZ9.99.                    00000930
         05 WS-BIG-ED          PIC ZZ,ZZZ,ZZZ,ZZ9.99.                   00000940
         05 WS-CT-ED           PIC ZZZZZ9.                              00000950
       COPY DLCHAIN.                                                    00000951
       LINKAGE SECTION.                                                 00000960
       01 LK-PARM-REC.                                                  00000970
           05 LK-RUN-DATE    PIC X(10).                                 00000980
             MOVE WS-RPT-WRITE-CT   TO DL-AUDIT-WRITE-CT                00004720
             MOVE WS-RETURN-CD      TO DL-AUDIT-RETURN-CD               00004730
             MOVE 'COMPLETED'       TO DL-AUDIT-STATUS-TX               00004740
             PERFORM 9100-AUDIT-CHAIN-PARA                              00004741
                THRU 9100-AUDIT-CHAIN-PARA-EXIT                         00004742
             WRITE DL-AUDIT-REC                                         00004743
             CLOSE AUDIT-PS                                             00004760
           END-IF                                                       00004770
           MOVE WS-RETURN-CD TO RETURN-CODE                             00004780
           STOP RUN                                                     00004790
           .                                                            00004800
      *-----------------------------------------------------------      00004801
      *    CHAIN THE AUDIT RECORD INTO AUDITLOG'S SEQUENCE AND          00004802
      *    HASH, WRITING THE DAY'S ANCHOR FIRST WHEN THIS IS THE        00004803
      *    FIRST RECORD OF THE DAY.                                     00004804
      *-----------------------------------------------------------      00004805
       9100-AUDIT-CHAIN-PARA.                                           00004806
           MOVE SPACES       TO DL-CHN-PARMS                            00004807
           MOVE 'NXT'        TO DL-CHN-FUNC                             00004808
           MOVE 'AUDITLOG'   TO DL-CHN-LOG                              00004809
           MOVE DL-AUDIT-END-TS(1:8) TO DL-CHN-TODAY                    00004810
           MOVE DL-AUDIT-REC TO DL-CHN-REC                              00004811
           CALL 'PAYCHAIN' USING DL-CHN-PARMS                           00004812
             ON EXCEPTION                                               00004813
               DISPLAY 'PAYCHAIN NOT AVAILABLE - AUDIT RECORD NOT '     00004814
                       'CHAINED'                                        00004815
           END-CALL                                                     00004816
           IF DL-CHN-ANCHORED                                           00004817
             WRITE DL-AUDIT-REC FROM DL-CHN-ANCHOR                      00004818
           END-IF                                                       00004819
           IF DL-CHN-OK                                                 00004820
             MOVE DL-CHN-REC TO DL-AUDIT-REC                            00004821
           END-IF                                                       00004822
           .                                                            00004823
       9100-AUDIT-CHAIN-PARA-EXIT.                                      00004824
           EXIT                                                         00004825
           .                                                            00004826

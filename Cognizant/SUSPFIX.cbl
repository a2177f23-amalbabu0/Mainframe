         05 RESUB-EMPDEPT      PIC X(04).                               00000920
         05 F                  PIC X(37).                               00000920
       FD AUDIT-PS                                                      00001050
           RECORD CONTAINS 100 CHARACTERS.                              00001060
           COPY DLAUDIT.                                                00001070
       WORKING-STORAGE SECTION.                                         00001080
       01 WS-VARS.                                                      00001090
           10 RT-EMPSALARY     PIC X(06).                               00001490
         05 WS-HOLD-CORR       PIC 9(03).                               00001500
         05 WS-HOLD-REJ        PIC 9(04).                               00001510
       COPY DLCHAIN.                                                    00001511
       PROCEDURE DIVISION.                                              00001520
       0000-MAIN-PARA.                                                  00001530
           PERFORM 1000-INIT-PARA                                       00001540
             MOVE WS-RESOLVED-CT    TO DL-AUDIT-WRITE-CT                00004840
             MOVE WS-RETURN-CD      TO DL-AUDIT-RETURN-CD               00004850
             MOVE 'COMPLETED'       TO DL-AUDIT-STATUS-TX               00004860
             PERFORM 9100-AUDIT-CHAIN-PARA                              00004861
                THRU 9100-AUDIT-CHAIN-PARA-EXIT                         00004862
             WRITE DL-AUDIT-REC                                         00004863
             CLOSE AUDIT-PS                                             00004880
           END-IF                                                       00004890
           MOVE WS-RETURN-CD TO RETURN-CODE                             00004900
           STOP RUN                                                     00004910
           .                                                            00004920
      *-----------------------------------------------------------      00004921
      *    CHAIN THE AUDIT RECORD INTO AUDITLOG'S SEQUENCE AND          00004922
      *    HASH, WRITING THE DAY'S ANCHOR FIRST WHEN THIS IS THE        00004923
      *    FIRST RECORD OF THE DAY.                                     00004924
      *-----------------------------------------------------------      00004925
       9100-AUDIT-CHAIN-PARA.                                           00004926
           MOVE SPACES       TO DL-CHN-PARMS                            00004927
           MOVE 'NXT'        TO DL-CHN-FUNC                             00004928
           MOVE 'AUDITLOG'   TO DL-CHN-LOG                              00004929
           MOVE DL-AUDIT-END-TS(1:8) TO DL-CHN-TODAY                    00004930
           MOVE DL-AUDIT-REC TO DL-CHN-REC                              00004931
           CALL 'PAYCHAIN' USING DL-CHN-PARMS                           00004932
             ON EXCEPTION                                               00004933
               DISPLAY 'PAYCHAIN NOT AVAILABLE - AUDIT RECORD NOT '     00004934
                       'CHAINED'                                        00004935
           END-CALL                                                     00004936
           IF DL-CHN-ANCHORED                                           00004937
             WRITE DL-AUDIT-REC FROM DL-CHN-ANCHOR                      00004938
           END-IF                                                       00004939
           IF DL-CHN-OK                                                 00004940
             MOVE DL-CHN-REC TO DL-AUDIT-REC                            00004941
           END-IF                                                       00004942
           .                                                            00004943
       9100-AUDIT-CHAIN-PARA-EXIT.                                      00004944
           EXIT                                                         00004945
           .                                                            00004946

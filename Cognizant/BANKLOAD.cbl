           RECORD CONTAINS 80 CHARACTERS.                               00000730
           COPY DLSUSP.                                                 00000740
       FD AUDIT-PS                                                      00000750
           RECORD CONTAINS 100 CHARACTERS.                              00000760
           COPY DLAUDIT.                                                00000770
       WORKING-STORAGE SECTION.                                         00000780
       01 WS-VARS.                                                      00000790
           10 WS-RUNC-PGM    PIC X(08).                                 00001140
           10 WS-RUNC-DATE   PIC X(10).                                 00001150
           10 WS-RUNC-RESULT PIC X(01).                                 00001160
       COPY DLCHAIN.                                                    00001161
       LINKAGE SECTION.                                                 00001170
       01 LK-PARM-REC.                                                  00001180
           05 LK-RUN-DATE    PIC X(10).                                 00001190
             MOVE WS-APPLIED-CT     TO DL-AUDIT-WRITE-CT                00005950
             MOVE WS-RETURN-CD      TO DL-AUDIT-RETURN-CD               00005960
             MOVE 'COMPLETED'       TO DL-AUDIT-STATUS-TX               00005970
             PERFORM 9100-AUDIT-CHAIN-PARA                              00005971
                THRU 9100-AUDIT-CHAIN-PARA-EXIT                         00005972
             WRITE DL-AUDIT-REC                                         00005973
             CLOSE AUDIT-PS                                             00005990
           END-IF                                                       00006000
           MOVE WS-RETURN-CD TO RETURN-CODE                             00006010
           STOP RUN                                                     00006020
           .                                                            00006030
      *-----------------------------------------------------------      00006031
      *    CHAIN THE AUDIT RECORD INTO AUDITLOG'S SEQUENCE AND          00006032
      *    HASH, WRITING THE DAY'S ANCHOR FIRST WHEN THIS IS THE        00006033
      *    FIRST RECORD OF THE DAY.                                     00006034
      *-----------------------------------------------------------      00006035
       9100-AUDIT-CHAIN-PARA.                                           00006036
           MOVE SPACES       TO DL-CHN-PARMS                            00006037
           MOVE 'NXT'        TO DL-CHN-FUNC                             00006038
           MOVE 'AUDITLOG'   TO DL-CHN-LOG                              00006039
           MOVE DL-AUDIT-END-TS(1:8) TO DL-CHN-TODAY                    00006040
           MOVE DL-AUDIT-REC TO DL-CHN-REC                              00006041
           CALL 'PAYCHAIN' USING DL-CHN-PARMS                           00006042
             ON EXCEPTION                                               00006043
               DISPLAY 'PAYCHAIN NOT AVAILABLE - AUDIT RECORD NOT '     00006044
                       'CHAINED'                                        00006045
           END-CALL                                                     00006046
           IF DL-CHN-ANCHORED                                           00006047
             WRITE DL-AUDIT-REC FROM DL-CHN-ANCHOR                      00006048
           END-IF                                                       00006049
           IF DL-CHN-OK                                                 00006050
             MOVE DL-CHN-REC TO DL-AUDIT-REC                            00006051
           END-IF                                                       00006052
           .                                                            00006053
       9100-AUDIT-CHAIN-PARA-EXIT.                                      00006054
           EXIT                                                         00006055
           .                                                            00006056

           RECORD CONTAINS 132 CHARACTERS.                              00000830
       01 RPT-REC                PIC X(132).                            00000840
       FD AUDIT-PS                                                      00000850
           RECORD CONTAINS 100 CHARACTERS.                              00000860
           COPY DLAUDIT.                                                00000870
       WORKING-STORAGE SECTION.                                         00000880
       01 WS-VARS.                                                      00000890
           10 WS-RUNC-PGM    PIC X(08).                                 00001550
           10 WS-RUNC-DATE   PIC X(10).                                 00001560
           10 WS-RUNC-RESULT PIC X(01).                                 00001570
       COPY DLCHAIN.                                                    00001571
       LINKAGE SECTION.                                                 00001580
       01 LK-PARM-REC.                                                  00001590
           05 LK-RUN-DATE    PIC X(10).                                 00001600
             MOVE WS-WRITE-CT       TO DL-AUDIT-WRITE-CT                00006110
             MOVE WS-RETURN-CD      TO DL-AUDIT-RETURN-CD               00006120
             MOVE 'COMPLETED'       TO DL-AUDIT-STATUS-TX               00006130
             PERFORM 9100-AUDIT-CHAIN-PARA                              00006131
                THRU 9100-AUDIT-CHAIN-PARA-EXIT                         00006132
             WRITE DL-AUDIT-REC                                         00006133
             CLOSE AUDIT-PS                                             00006150
           END-IF                                                       00006160
           MOVE WS-RETURN-CD TO RETURN-CODE                             00006170
           STOP RUN                                                     00006180
           .                                                            00006190
      *-----------------------------------------------------------      00006191
      *    CHAIN THE AUDIT RECORD INTO AUDITLOG'S SEQUENCE AND          00006192
      *    HASH, WRITING THE DAY'S ANCHOR FIRST WHEN THIS IS THE        00006193
      *    FIRST RECORD OF THE DAY.                                     00006194
      *-----------------------------------------------------------      00006195
       9100-AUDIT-CHAIN-PARA.                                           00006196
           MOVE SPACES       TO DL-CHN-PARMS                            00006197
           MOVE 'NXT'        TO DL-CHN-FUNC                             00006198
           MOVE 'AUDITLOG'   TO DL-CHN-LOG                              00006199
           MOVE DL-AUDIT-END-TS(1:8) TO DL-CHN-TODAY                    00006200
           MOVE DL-AUDIT-REC TO DL-CHN-REC                              00006201
           CALL 'PAYCHAIN' USING DL-CHN-PARMS                           00006202
             ON EXCEPTION                                               00006203
               DISPLAY 'PAYCHAIN NOT AVAILABLE - AUDIT RECORD NOT '     00006204
                       'CHAINED'                                        00006205
           END-CALL                                                     00006206
           IF DL-CHN-ANCHORED                                           00006207
             WRITE DL-AUDIT-REC FROM DL-CHN-ANCHOR                      00006208
           END-IF                                                       00006209
           IF DL-CHN-OK                                                 00006210
             MOVE DL-CHN-REC TO DL-AUDIT-REC                            00006211
           END-IF                                                       00006212
           .                                                            00006213
       9100-AUDIT-CHAIN-PARA-EXIT.                                      00006214
           EXIT                                                         00006215
           .                                                            00006216

           RECORD CONTAINS 80 CHARACTERS.                               00000640
           COPY DLSUSP.                                                 00000650
       FD AUDIT-PS                                                      00000660
           RECORD CONTAINS 100 CHARACTERS.                              00000670
           COPY DLAUDIT.                                                00000680
       WORKING-STORAGE SECTION.                                         00000690
       01 WS-VARS.                                                      00000700
         05 WS-DTL-CT-X        PIC 9(06).                               00000900
         05 WS-HASH-X          PIC 9(11).9(02).                         00000910
         05 WS-SALARY-X        PIC 9(07).9(02).                         00000920
       COPY DLCHAIN.                                                    00000921
       LINKAGE SECTION.                                                 00000930
       01 LK-PARM-REC.                                                  00000940
           05 LK-RUN-DATE    PIC X(10).                                 00000950
             MOVE WS-DTL-CT         TO DL-AUDIT-WRITE-CT                00003050
             MOVE WS-RETURN-CD      TO DL-AUDIT-RETURN-CD               00003060
             MOVE 'COMPLETED'       TO DL-AUDIT-STATUS-TX               00003070
             PERFORM 9100-AUDIT-CHAIN-PARA                              00003071
                THRU 9100-AUDIT-CHAIN-PARA-EXIT                         00003072
             WRITE DL-AUDIT-REC                                         00003073
             CLOSE AUDIT-PS                                             00003090
           END-IF                                                       00003100
           MOVE WS-RETURN-CD TO RETURN-CODE                             00003110
           STOP RUN                                                     00003120
           .                                                            00003130
      *-----------------------------------------------------------      00003131
      *    CHAIN THE AUDIT RECORD INTO AUDITLOG'S SEQUENCE AND          00003132
      *    HASH, WRITING THE DAY'S ANCHOR FIRST WHEN THIS IS THE        00003133
      *    FIRST RECORD OF THE DAY.                                     00003134
      *-----------------------------------------------------------      00003135
       9100-AUDIT-CHAIN-PARA.                                           00003136
           MOVE SPACES       TO DL-CHN-PARMS                            00003137
           MOVE 'NXT'        TO DL-CHN-FUNC                             00003138
           MOVE 'AUDITLOG'   TO DL-CHN-LOG                              00003139
           MOVE DL-AUDIT-END-TS(1:8) TO DL-CHN-TODAY                    00003140
           MOVE DL-AUDIT-REC TO DL-CHN-REC                              00003141
           CALL 'PAYCHAIN' USING DL-CHN-PARMS                           00003142
             ON EXCEPTION                                               00003143
               DISPLAY 'PAYCHAIN NOT AVAILABLE - AUDIT RECORD NOT '     00003144
                       'CHAINED'                                        00003145
           END-CALL                                                     00003146
           IF DL-CHN-ANCHORED                                           00003147
             WRITE DL-AUDIT-REC FROM DL-CHN-ANCHOR                      00003148
           END-IF                                                       00003149
           IF DL-CHN-OK                                                 00003150
             MOVE DL-CHN-REC TO DL-AUDIT-REC                            00003151
           END-IF                                                       00003152
           .                                                            00003153
       9100-AUDIT-CHAIN-PARA-EXIT.                                      00003154
           EXIT                                                         00003155
           .                                                            00003156
